      *> OPEN-ITEMS file carried forward across runs, keyed on the
      *> item reference with the date the item was first seen
      *> open. OPEN-ITEMS-RPT ages them into 1-7 / 8-30 / OVER-30
      *> day buckets for collections, counting business days from
      *> the shared BUSINESS-CAL calendar (the day first seen is
      *> day 1) so a holiday weekend does not push items into the
      *> next bucket. An item that matches (or
      *> drops off the candidate list because it cleared upstream)
      *> leaves the file on the next run.
      *>
      *> Each settled-pairs history entry also carries the match
      *> type, the matched amount, and every item's base amount
      *> and first-seen date (as do the near-miss records), so
      *> SETTLE-REVERSE can unwind a posted match and put its
      *> items back on OPEN-ITEMS exactly as they stood. The
      *> carried-forward OPEN-ITEMS file is therefore loaded
      *> before matching rather than after.
      *>
      *> An item a supervisor has written off in WRITEOFF-REVIEW
      *> sits on the settled-pairs history as match type 'W'.
      *> Such entries are never aged out of the history, and a
      *> candidate whose reference carries one is shut out of the
      *> candidate table as it loads - counted and reported, but
      *> never matched, near-missed, or carried back onto
      *> OPEN-ITEMS.
      *>
      *> OPEN-ITEMS also keeps each item's original currency and
      *> amount and the rate it was converted at on the night it
      *> was first seen (carried forward unchanged, like the
      *> first-seen date). The base amount is still tonight's
      *> conversion; FX-REVALUE measures the realized and
      *> unrealized exchange difference against the first-seen
      *> rate.
      *>
      *> A 'T' target may now quote up to three item references
      *> from the customer's remittance advice. Such a target is
      *> settled by reference before any amount search runs: when
      *> the quoted items on the candidate list sum to the target
      *> it goes to the extract as match-type 'R', and when they
      *> do not they go to NEAR-MISS-REVIEW flagged as a
      *> referenced short or over payment (with a third item slot
      *> for a three-item remittance). Only a target with no
      *> usable reference - none quoted, or none on tonight's
      *> list - falls through to the pair, triple, and tolerance
      *> searches.
      *>
      *> Every candidate is checked for anomalies as it loads, and
      *> each one found goes to CANDIDATE-ANOMALIES and the
      *> CANDIDATE-ANOMALY-RPT: a reference already loaded tonight
      *> (a doubled upstream extract) is a duplicate and is kept
      *> out of the match - the first copy stands - so an item can
      *> never pair with its own copy; a reference already settled
      *> on the SETTLED-PAIRS history, and an open item whose
      *> amount differs from what OPEN-ITEMS carried, still match
      *> (at tonight's amount) but are flagged for review. Any
      *> anomaly ends the step RC-WARNING.
      *>
      *> Each 'D' detail also names the customer the item belongs
      *> to, checked against CUSTOMER-MASTER as it loads. An item
      *> of a customer not on the master is rejected and reported
      *> on CANDIDATE-ANOMALIES like any other anomaly. An item of
      *> a suspended customer is held out of the match (reported
      *> the same way), and an item of a closed customer goes to
      *> CLOSED-ACCOUNT-REVIEW instead of the match; both stay on
      *> OPEN-ITEMS, since the money is still owed. A match never
      *> combines two customers' items, and the customer key is
      *> carried onto the extract, the near-miss file, the
      *> settled-pairs history, and OPEN-ITEMS. An item whose key
      *> was merged into another customer is carried under the
      *> surviving key. A CUSTOMER-MASTER
      *> that cannot be opened stops the match outright - nothing
      *> settles unchecked.
      *>
      *> We also settle for the sister company now, so TWOSUM-INPUT
      *> may carry one section per legal entity: an 'H' header
      *> naming the entity (blank for our own book), its 'D'
      *> details, then its 'T' targets. Every candidate is tagged
      *> with its section's entity and a target only ever matches,
      *> near-misses, or settles by reference against its own
      *> entity's items. The extract carries one H..D..T section
      *> per entity, each with its own count and hash total, and
      *> each entity gets its own dated generation
      *> (SETTLEMENT-EXTRACT.<ENTITY>.DYYYYMMDD; our own book keeps
      *> the old name), WS-GEN-RETAIN of them kept per entity. The
      *> entity rides onto the settled-pairs history, the
      *> near-miss file, and OPEN-ITEMS, and OPEN-ITEMS-RPT breaks
      *> and subtotals by entity. A second section for an entity
      *> already seen is skipped whole and fails the run.
      *>
      *> The day can now hold more than one matching cycle - a
      *> midday run as well as the night's. SETTLE-CYCLE keeps the
      *> last cycle run: a run on the same date takes the next
      *> cycle number, a new date starts again at 1. The cycle
      *> rides on every extract header beside the run date, so
      *> each cycle posts, rolls and is acknowledged as a posting
      *> of its own, and a second or later cycle's generations
      *> carry it in their name (SETTLEMENT-EXTRACT.DYYYYMMDD.CNN -
      *> the first cycle keeps the old name, so a second cycle no
      *> longer overwrites the first). An item the settled-pairs
      *> history shows settled earlier today is kept out of the
      *> table altogether, like a write-off, so what the midday
      *> cycle settled is not offered again that night. A shadow
      *> run numbers its cycle the same way but leaves
      *> SETTLE-CYCLE alone.
      *>
      *> An item a customer has disputed is on the DISPUTE-HOLDS
      *> file kept by DISPUTE-MAINT. While its dispute is open
      *> the item is held out of the match like a suspended
      *> customer's, so no payment that happens to fit can settle
      *> it, and it is not aged: it stays on OPEN-ITEMS (keeping
      *> its first-seen date) and OPEN-ITEMS-RPT shows it in an
      *> IN DISPUTE bucket instead of 1-7 / 8-30 / OVER-30. A
      *> dispute still open after its expected-resolution date is
      *> shown there for follow-up and ends the step RC-WARNING.
      *> Once the dispute is resolved the item matches and ages
      *> normally again from the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "SETTLEMENT-GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENLIST-FILE-STATUS.
           SELECT SETTLE-CYCLE
               ASSIGN TO "SETTLE-CYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
      *> LOADED FROM THE LIVE NAME, REWRITTEN UNDER WHATEVER NAME
      *> IS IN EFFECT - THE SHADOW NAME IN A REHEARSAL RUN.
           SELECT SETTLED-PAIRS
           SELECT OPEN-ITEMS-RPT
               ASSIGN TO DYNAMIC WS-OI-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-ANOMALIES
               ASSIGN TO DYNAMIC WS-ANOM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-ANOMALY-RPT
               ASSIGN TO DYNAMIC WS-ANOM-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT CLOSED-ACCOUNT-REVIEW
               ASSIGN TO DYNAMIC WS-CLOSED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-HOLDS
               ASSIGN TO "DISPUTE-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT PROBLEM-LOG
               ASSIGN TO "PROBLEM-LOG"
       01  TWOSUM-REC.
           05  TS-REC-TYPE             PIC X(01).
      *> 'H' = HEADER, 'D' = CANDIDATE DETAIL, 'T' = TARGET VALUE.
      *> ONE H..D..T SECTION PER LEGAL ENTITY IN THE RUN.
      *> DETAIL AND TARGET AMOUNTS ARE SIGNED WITH TWO ASSUMED
      *> DECIMALS (SIGN LEADING SEPARATE), E.G. -0012050 = -120.50,
      *> SO CREDIT MEMOS NET AGAINST INVOICES INSTEAD OF BEING
               10  FILLER              PIC X(02).
      *> THE BATCH DEFAULT CURRENCY. BLANK MEANS BASE CURRENCY.
               10  TS-BATCH-CURRENCY   PIC X(03).
      *> THE LEGAL ENTITY WHOSE ITEMS AND PAYMENTS THE SECTION
      *> CARRIES. BLANK MEANS OUR OWN BOOK.
               10  FILLER              PIC X(02).
               10  TS-ENTITY           PIC X(03).
               10  FILLER              PIC X(41).
           05  TS-DETAIL-DATA REDEFINES TS-HEADER-DATA.
               10  TS-VALUE            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
      *> THE ITEM'S CURRENCY. BLANK MEANS THE BATCH DEFAULT.
               10  TS-CURRENCY         PIC X(03).
      *> THE CUSTOMER-MASTER KEY OF THE CUSTOMER THE ITEM IS
      *> OWED BY.
               10  FILLER              PIC X(02).
               10  TS-CUST-KEY         PIC X(10).
           05  TS-TARGET-DATA REDEFINES TS-HEADER-DATA.
               10  TS-TARGET           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(02).
               10  TS-TARGET-CURRENCY  PIC X(03).
      *> UP TO THREE ITEM REFERENCES QUOTED ON THE REMITTANCE.
      *> BLANK ON A PAYMENT THAT QUOTED NONE.
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-1     PIC X(12).
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-2     PIC X(12).
               10  FILLER              PIC X(02).
               10  TS-TARGET-REF-3     PIC X(12).
           05  FILLER                  PIC X(24).

       FD  TWOSUM-CTL
           LABEL RECORDS ARE STANDARD.
           05  GENL-FILENAME           PIC X(40).
           05  FILLER                  PIC X(40).

       FD  SETTLE-CYCLE
           LABEL RECORDS ARE OMITTED.
           COPY SETTCYC.

       FD  SETTLED-PAIRS
           LABEL RECORDS ARE OMITTED.
       01  SETTLED-PAIR-REC.
           05  SPH-REF-2               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-REF-3               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> 'P', 'T', OR 'A' (A CLERK-APPROVED NEAR-MISS, ADDED BY
      *> NEARMISS-REVIEW) AND THE AMOUNT THAT POSTED.
           05  SPH-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
      *> EACH ITEM'S BASE AMOUNT AND THE DATE IT WAS FIRST SEEN
      *> OPEN - WHAT A REVERSAL PUTS BACK ON OPEN-ITEMS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-AMOUNT-1            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-AMOUNT-2            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-AMOUNT-3            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-FIRST-SEEN-1        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-FIRST-SEEN-2        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-FIRST-SEEN-3        PIC X(08).
      *> THE CUSTOMER WHOSE ITEMS SETTLED. SPACES ON AN ENTRY FROM
      *> BEFORE ITEMS CARRIED A CUSTOMER.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-CUST-KEY            PIC X(10).
      *> THE LEGAL ENTITY WHOSE BOOK THE MATCH SETTLED IN. SPACES
      *> FOR OUR OWN BOOK.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SPH-ENTITY              PIC X(03).

       FD  NEAR-MISS-REVIEW
           LABEL RECORDS ARE OMITTED.
      *> SHORT, POSITIVE WHEN IT OVERSHOOTS.
           05  NM-DIFFERENCE           PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
      *> EACH ITEM'S BASE AMOUNT AND FIRST-SEEN DATE, CARRIED
      *> ONTO SETTLED-PAIRS IF THE CLERK APPROVES THE PAIR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-AMOUNT-1             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-AMOUNT-2             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-FIRST-SEEN-1         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-FIRST-SEEN-2         PIC X(08).
      *> 'Y' WHEN THE ITEMS ARE THE ONES A REMITTANCE QUOTED BY
      *> REFERENCE AND THE PAYMENT WAS SHORT OR OVER - THEN THE
      *> DIFFERENCE IS NOT BOUND BY THE TOLERANCE, AND A THIRD
      *> QUOTED ITEM MAY FOLLOW. 'N' FOR A TOLERANCE PAIR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-REFERENCED           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-REF-3                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-AMOUNT-3             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-FIRST-SEEN-3         PIC X(08).
      *> THE CUSTOMER WHOSE ITEMS THESE ARE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-CUST-KEY             PIC X(10).
      *> AND THE LEGAL ENTITY THEY BELONG TO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NM-ENTITY               PIC X(03).

       FD  HELD-SETTLEMENTS
           LABEL RECORDS ARE OMITTED.
       FD  OPEN-ITEMS
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER CANDIDATE STILL MATCHING NOTHING, CARRIED
      *> FORWARD ACROSS RUNS. THE AMOUNT IS IN BASE CURRENCY AT
      *> TONIGHT'S RATE; THE ORIGINAL CURRENCY AND AMOUNT AND THE
      *> FIRST-SEEN NIGHT'S RATE FOLLOW IT.
       01  OPEN-ITEM-REC.
           05  OI-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-AMOUNT               PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-ORIG-AMOUNT          PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-FIRST-RATE           PIC 9(03)V9(06).
      *> THE CUSTOMER THE ITEM IS OWED BY, AS TONIGHT'S FEED
      *> NAMED IT.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-CUST-KEY             PIC X(10).
      *> THE LEGAL ENTITY WHOSE BOOK THE ITEM IS OPEN IN.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OI-ENTITY               PIC X(03).

       FD  OPEN-ITEMS-RPT
           LABEL RECORDS ARE OMITTED.
       01  OPEN-RPT-LINE               PIC X(80).

       FD  CANDIDATE-ANOMALIES
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER CANDIDATE THAT LOOKED WRONG AS IT LOADED.
       01  CANDIDATE-ANOMALY-REC.
           05  CA-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> 'D' = REFERENCE ALREADY ON TONIGHT'S LIST (DUPLICATE),
      *> 'S' = REFERENCE ALREADY SETTLED ON SETTLED-PAIRS,
      *> 'C' = OPEN ITEM WHOSE AMOUNT CHANGED SINCE LAST RUN,
      *> 'U' = CUSTOMER NOT ON CUSTOMER-MASTER,
      *> 'H' = CUSTOMER SUSPENDED ON CUSTOMER-MASTER.
           05  CA-ANOMALY-TYPE         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> TONIGHT'S AMOUNT AND THE ONE IT IS COMPARED WITH - THE
      *> FIRST COPY'S, THE SETTLED AMOUNT, OR THE AMOUNT OPEN-ITEMS
      *> CARRIED - IN THE ITEM'S OWN CURRENCY WHERE KNOWN.
           05  CA-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-AMOUNT               PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-PRIOR-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> THE DATE IT SETTLED, OR THE DATE IT WAS FIRST SEEN OPEN.
           05  CA-PRIOR-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *> 'X' = EXCLUDED FROM MATCHING, 'R' = MATCHED AT TONIGHT'S
      *> AMOUNT BUT FLAGGED FOR REVIEW, 'H' = HELD OUT OF THE
      *> MATCH BUT KEPT ON OPEN-ITEMS.
           05  CA-ACTION               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-CUST-KEY             PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.

       FD  CANDIDATE-ANOMALY-RPT
           LABEL RECORDS ARE OMITTED.
       01  ANOMALY-RPT-LINE            PIC X(92).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAST.

       FD  DISPUTE-HOLDS
           LABEL RECORDS ARE STANDARD.
           COPY DISPHLD.

       FD  CLOSED-ACCOUNT-REVIEW
           LABEL RECORDS ARE OMITTED.
      *> ONE RECORD PER ITEM OF A CLOSED CUSTOMER ON TONIGHT'S
      *> FEED - KEPT OUT OF THE MATCH FOR A CLERK TO SETTLE BY
      *> HAND OR WRITE OFF. AMOUNTS AS ON OPEN-ITEMS.
       01  CLOSED-REVIEW-REC.
           05  CLR-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-ORIG-AMOUNT         PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-AMOUNT              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-FIRST-SEEN          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CLR-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(08) VALUE SPACES.

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.
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
      *> operator-chosen file instead of TWOSUM-INPUT. IS EXTERNAL so
      *> the same storage is shared across the run unit; BATCH-DRIVER
           01  WS-HELD-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-OI-FILENAME          PIC X(80) VALUE SPACES.
           01  WS-OI-RPT-FILENAME      PIC X(80) VALUE SPACES.
           01  WS-ANOM-FILENAME        PIC X(80) VALUE SPACES.
           01  WS-ANOM-RPT-FILENAME    PIC X(80) VALUE SPACES.
           01  WS-CLOSED-FILENAME      PIC X(80) VALUE SPACES.
           01  TARGET                  PIC S9(05)V99 VALUE 0.
           01  WS-TARGET-COUNT         PIC 9(04) VALUE 0.
           01  WS-SETT-COUNT           PIC 9(09) VALUE 0.
               05  WS-REF-FALLBACK-NO  PIC 9(04).
               05  FILLER              PIC X(04) VALUE SPACES.

      *> EACH CANDIDATE'S CUSTOMER KEY, PARALLEL TO CANDIDATE-TABLE
      *> BY POSITION. EVERY ITEM OF A MATCH MUST SHARE ONE.
           01  WS-CUST-TABLE.
               05  WS-CUST-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON TABLE-SIZE
                                   PIC X(10).

      *> EACH CANDIDATE'S LEGAL ENTITY - THAT OF THE TWOSUM-INPUT
      *> SECTION IT CAME IN UNDER - PARALLEL TO CANDIDATE-TABLE BY
      *> POSITION. A MATCH NEVER CROSSES ENTITIES.
           01  WS-ENTITY-TABLE.
               05  WS-ENTITY-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON TABLE-SIZE
                                   PIC X(03).

      *> THE ENTITIES IN TONIGHT'S RUN, ONE PER TWOSUM-INPUT
      *> SECTION, EACH WITH ITS DATED EXTRACT GENERATION AND ITS
      *> OPEN-ITEM AGEING FOR THE REPORT BREAK. THE ENTITY IN
      *> HAND IS THE ONE WHOSE SECTION IS BEING READ, AND WRITTEN.
           01  WS-ENT-COUNT            PIC 9(02) VALUE 0.
           01  MAX-ENT-COUNT           PIC 9(02) VALUE 10.
           01  WS-ENT-TABLE.
               05  WS-ENT-ENTRY OCCURS 10 TIMES.
                   10  ENT-CODE        PIC X(03).
                   10  ENT-GEN-FILENAME
                                       PIC X(40).
                   10  ENT-OPEN-COUNT  PIC 9(09).
                   10  ENT-BUCKET-1-7  PIC 9(09).
                   10  ENT-BUCKET-8-30 PIC 9(09).
                   10  ENT-BUCKET-OVER-30
                                       PIC 9(09).
                   10  ENT-BUCKET-DISPUTED
                                       PIC 9(09).
                   10  ENT-BUCKET-DISPUTE-FU
                                       PIC 9(09).
           01  WS-ENT-IDX              PIC 9(02) VALUE 0.
           01  WS-ENT-FOUND            PIC X(01) VALUE 'N'.
               88  ENTITY-KNOWN                   VALUE 'Y'.
           01  WS-CUR-ENTITY           PIC X(03) VALUE SPACES.
           01  WS-SECTION-SWITCH       PIC X(01) VALUE 'N'.
               88  SECTION-OPEN                   VALUE 'Y'.
           01  WS-SECTION-SKIP-SWITCH  PIC X(01) VALUE 'N'.
               88  SKIPPING-SECTION               VALUE 'Y'.
      *> THE SECTION'S DETAIL COUNT (FROM ITS HEADER) AND HOW MANY
      *> OF THE EXTRACT DETAILS IN HAND ARE ITS OWN.
           01  WS-SECT-ITEM-COUNT      PIC 9(04) VALUE 0.
           01  WS-SECT-ITEM-IDX        PIC 9(04) VALUE 0.
           01  WS-SECT-COUNT           PIC 9(09) VALUE 0.
      *> EVERY DETAIL READ, ACROSS ALL SECTIONS - WHAT THE
      *> POSITION-DERIVED FALLBACK REFERENCE IS NUMBERED FROM.
           01  WS-DETAIL-SEQ           PIC 9(04) VALUE 0.
           01  WS-GEN-PREFIX           PIC X(07) VALUE SPACES.

      *> ITEMS OF SUSPENDED AND CLOSED CUSTOMERS, AND ITEMS UNDER
      *> AN OPEN DISPUTE, HELD OUT OF THE CANDIDATE TABLE WHILE
      *> THE TARGETS RUN AND PUT BACK ON ITS END AFTERWARDS SO
      *> THEY CARRY FORWARD ON OPEN-ITEMS. CH-DISPUTE IS 'D' FOR
      *> A DISPUTED ITEM, 'F' WHEN ITS DISPUTE IS PAST ITS
      *> EXPECTED-RESOLUTION DATE (FOR FOLLOW-UP), ELSE SPACE.
           01  WS-CH-SIZE              PIC 9(04) VALUE 0.
           01  WS-CUST-HOLD-TABLE.
               05  WS-CH-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-CH-SIZE.
                   10  CH-REF          PIC X(12).
                   10  CH-AMOUNT       PIC S9(05)V99.
                   10  CH-CURRENCY     PIC X(03).
                   10  CH-ORIG-AMOUNT  PIC S9(05)V99.
                   10  CH-RATE         PIC 9(03)V9(06).
                   10  CH-CUST-KEY     PIC X(10).
                   10  CH-ENTITY       PIC X(03).
                   10  CH-DISPUTE      PIC X(01).
           01  WS-CH-IDX               PIC 9(04) VALUE 0.

      *> THE OPEN DISPUTES ON DISPUTE-HOLDS, LOADED AT START.
      *> RESOLVED DISPUTES ARE NOT LOADED - THEIR ITEMS MATCH.
           01  WS-DH-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-DH-SIZE              PIC 9(04) VALUE 0.
           01  MAX-DH-SIZE             PIC 9(04) VALUE 2000.
           01  WS-DH-TABLE.
               05  WS-DH-ENTRY OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-DH-SIZE.
                   10  DH-REF          PIC X(12).
                   10  DH-RESOLVE-BY   PIC X(08).
           01  WS-DH-IDX               PIC 9(04) VALUE 0.
           01  WS-DH-FOUND             PIC X(01) VALUE 'N'.
               88  ITEM-DISPUTED                  VALUE 'Y'.
           01  WS-DISPUTED-COUNT       PIC 9(09) VALUE 0.
           01  WS-DISPUTE-FU-COUNT     PIC 9(09) VALUE 0.
           01  WS-CUSTMAST-FILE-STATUS PIC X(02) VALUE SPACES.
           01  WS-CUSTMAST-SWITCH      PIC X(01) VALUE 'N'.
               88  CUSTMAST-OPEN                  VALUE 'Y'.
      *> WHAT 1140-CHECK-CUSTOMER MADE OF THE DETAIL IN HAND.
           01  WS-CUST-CHECK           PIC X(01) VALUE SPACE.
               88  CUST-CHECK-ACTIVE              VALUE 'A'.
               88  CUST-CHECK-UNKNOWN             VALUE 'U'.
               88  CUST-CHECK-HELD                VALUE 'H'.
           01  WS-UNKNOWN-CUST-COUNT   PIC 9(09) VALUE 0.
           01  WS-SUSPENDED-CUST-COUNT PIC 9(09) VALUE 0.
           01  WS-CLOSED-CUST-COUNT    PIC 9(09) VALUE 0.
           01  WS-REPOINT-CUST-COUNT   PIC 9(09) VALUE 0.
      *> THE DETAIL IN HAND, CONVERTED TO BASE, AND ITS REFERENCE
      *> (THE POSITION-DERIVED FALLBACK WHEN IT CAME WITHOUT ONE).
           01  WS-ITEM-BASE-AMOUNT     PIC S9(05)V99 VALUE 0.
           01  WS-ITEM-REF             PIC X(12) VALUE SPACES.

      *> EACH CANDIDATE'S ORIGINAL CURRENCY (BLANK RESOLVED TO
      *> BASE), ORIGINAL AMOUNT, AND TONIGHT'S RATE, PARALLEL TO
      *> CANDIDATE-TABLE BY POSITION - WHAT OPEN-ITEMS CARRIES.
           01  WS-FX-TABLE.
               05  WS-FX-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON TABLE-SIZE.
                   10  FX-CURRENCY     PIC X(03).
                   10  FX-ORIG-AMOUNT  PIC S9(05)V99.
                   10  FX-RATE         PIC 9(03)V9(06).

      *> 'Y' ONCE THE CANDIDATE IN THAT POSITION APPEARED IN ANY
      *> EXTRACTED PAIR OR TRIPLE (SUPPRESSED-AS-SETTLED INCLUDED)
      *> OR ANY NEAR-MISS - EVERYTHING ELSE IS AN OPEN ITEM. A
      *> HELD-OUT DISPUTED ITEM PUT BACK AFTER THE TARGETS CARRIES
      *> ITS CH-DISPUTE ('D' OR 'F') INSTEAD OF 'N'.
           01  WS-MATCHED-TABLE.
               05  WS-MATCHED-FLAG OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON TABLE-SIZE
                                   DEPENDING ON WS-OI-SIZE.
                   10  OI-T-REF        PIC X(12).
                   10  OI-T-FIRST-SEEN PIC X(08).
                   10  OI-T-FIRST-RATE PIC 9(03)V9(06).
      *> WHAT THE ITEM WAS CARRIED AT, TO CATCH AN AMOUNT THAT
      *> CHANGES UNDERNEATH IT. CURRENCY SPACES = A RECORD FROM
      *> BEFORE THE ORIGINAL AMOUNT WAS CARRIED; ONLY THE BASE
      *> AMOUNT CAN BE COMPARED.
                   10  OI-T-AMOUNT     PIC S9(05)V99.
                   10  OI-T-CURRENCY   PIC X(03).
                   10  OI-T-ORIG-AMOUNT
                                       PIC S9(05)V99.
           01  WS-OI-IDX               PIC 9(04) VALUE 0.
           01  WS-OI-FOUND             PIC X(01) VALUE 'N'.
               88  OPEN-ITEM-KNOWN                VALUE 'Y'.
           01  WS-OPEN-COUNT           PIC 9(09) VALUE 0.
           01  WS-OI-FIRST-SEEN        PIC X(08) VALUE SPACES.
           01  WS-OI-FIRST-RATE        PIC 9(03)V9(06) VALUE 0.
      *> THE ITEM WHOSE FIRST-SEEN DATE 2148-FIND-FIRST-SEEN IS
      *> ASKED FOR, AND THE ANSWER.
           01  WS-FS-REF               PIC X(12) VALUE SPACES.
           01  WS-FS-DATE              PIC X(08) VALUE SPACES.
           01  WS-OI-DAYS              PIC S9(08) VALUE 0.
      *> THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.
           01  WS-BUCKET-1-7           PIC 9(09) VALUE 0.
           01  WS-BUCKET-8-30          PIC 9(09) VALUE 0.
           01  WS-BUCKET-OVER-30       PIC 9(09) VALUE 0.
           01  WS-BUCKET-DISPUTED      PIC 9(09) VALUE 0.
           01  WS-BUCKET-DISPUTE-FU    PIC 9(09) VALUE 0.

           01  OPEN-RPT-HEADING-1.
               05  FILLER              PIC X(26)
                   VALUE "UNMATCHED OPEN ITEMS AS OF".
               05  FILLER              PIC X(01) VALUE SPACE.
               05  ORH-RUN-DATE        PIC X(08).
               05  FILLER              PIC X(24)
                   VALUE " - AGED IN BUSINESS DAYS".
               05  FILLER              PIC X(21) VALUE SPACES.
           01  OPEN-RPT-HEADING-2.
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(12) VALUE "    AMOUNT".
               05  FILLER              PIC X(12) VALUE "FIRST SEEN".
               05  FILLER              PIC X(07) VALUE "   DAYS".
               05  FILLER              PIC X(14) VALUE "  BUCKET".
               05  FILLER              PIC X(21) VALUE "CUSTOMER".
           01  OPEN-RPT-HEADING-3      PIC X(80) VALUE SPACES.
           01  OPEN-RPT-DETAIL.
               05  ORD-ITEM-REF        PIC X(12).
               05  ORD-DAYS            PIC ZZZZ9.
               05  FILLER              PIC X(02) VALUE SPACES.
               05  ORD-BUCKET          PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  ORD-CUST-KEY        PIC X(10).
               05  FILLER              PIC X(11) VALUE SPACES.
           01  OPEN-RPT-BUCKET-LINE.
               05  ORB-LABEL           PIC X(24).
               05  ORB-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(45) VALUE SPACES.
           01  OPEN-RPT-ENTITY-LINE.
               05  ORE-CAPTION         PIC X(13).
               05  ORE-ENTITY          PIC X(04).
               05  FILLER              PIC X(63) VALUE SPACES.
           01  OPEN-RPT-BLANK          PIC X(80) VALUE SPACES.
      *> THE BUCKET COUNTS 8560-WRITE-BUCKET-LINES PRINTS - ONE
      *> ENTITY'S, OR THE WHOLE RUN'S. THE DISPUTED ITEMS ARE IN
      *> THE TOTAL BUT IN NONE OF THE AGING BUCKETS; THOSE PAST
      *> THEIR RESOLUTION DATE ARE A PART OF THE DISPUTED COUNT.
           01  WS-RB-1-7               PIC 9(09) VALUE 0.
           01  WS-RB-8-30              PIC 9(09) VALUE 0.
           01  WS-RB-OVER-30           PIC 9(09) VALUE 0.
           01  WS-RB-DISPUTED          PIC 9(09) VALUE 0.
           01  WS-RB-DISPUTE-FU        PIC 9(09) VALUE 0.
           01  WS-RB-TOTAL             PIC 9(09) VALUE 0.

      *> CANDIDATE ANOMALY DETECTION. EACH CANDIDATE IS CHECKED AS
      *> IT LOADS: A REFERENCE ALREADY LOADED TONIGHT IS A
      *> DUPLICATE AND IS KEPT OUT OF THE MATCH (THE FIRST COPY
      *> STANDS); A REFERENCE ON THE SETTLED-PAIRS HISTORY, OR AN
      *> OPEN ITEM AT A NEW AMOUNT, STILL MATCHES BUT IS REPORTED.
           01  WS-DUPLICATE-COUNT      PIC 9(09) VALUE 0.
           01  WS-SETTLED-AGAIN-COUNT  PIC 9(09) VALUE 0.
           01  WS-AMOUNT-CHANGE-COUNT  PIC 9(09) VALUE 0.
           01  WS-DUP-IDX              PIC 9(04) VALUE 0.
           01  WS-DUP-FOUND            PIC X(01) VALUE 'N'.
               88  DUPLICATE-REF                  VALUE 'Y'.
           01  WS-SETTLED-AGAIN-FOUND  PIC X(01) VALUE 'N'.
               88  SETTLED-AGAIN                  VALUE 'Y'.
           01  WS-ANOM-TYPE            PIC X(01) VALUE SPACE.
           01  WS-ANOM-CURRENCY        PIC X(03) VALUE SPACES.
           01  WS-ANOM-AMOUNT          PIC S9(05)V99 VALUE 0.
           01  WS-ANOM-PRIOR-AMOUNT    PIC S9(05)V99 VALUE 0.
           01  WS-ANOM-PRIOR-DATE      PIC X(08) VALUE SPACES.
           01  WS-ANOM-ACTION          PIC X(01) VALUE SPACE.

           01  ANOM-RPT-HEADING-1.
               05  FILLER              PIC X(26)
                   VALUE "CANDIDATE ANOMALIES AS OF ".
               05  ARH-RUN-DATE        PIC X(08).
               05  FILLER              PIC X(46) VALUE SPACES.
           01  ANOM-RPT-HEADING-2.
               05  FILLER              PIC X(14) VALUE "ITEM REF".
               05  FILLER              PIC X(16) VALUE "ANOMALY".
               05  FILLER              PIC X(04) VALUE "CCY".
               05  FILLER              PIC X(10) VALUE "  TONIGHT".
               05  FILLER              PIC X(10) VALUE "    PRIOR".
               05  FILLER              PIC X(10) VALUE "PRIOR DT".
               05  FILLER              PIC X(18) VALUE "ACTION".
               05  FILLER              PIC X(10) VALUE "CUSTOMER".
           01  ANOM-RPT-DETAIL.
               05  ARD-ITEM-REF        PIC X(12).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  ARD-ANOMALY         PIC X(16).
               05  ARD-CURRENCY        PIC X(03).
               05  FILLER              PIC X(01) VALUE SPACES.
               05  ARD-AMOUNT          PIC ZZZZ9.99-.
               05  FILLER              PIC X(01) VALUE SPACES.
               05  ARD-PRIOR-AMOUNT    PIC ZZZZ9.99-.
               05  FILLER              PIC X(01) VALUE SPACES.
               05  ARD-PRIOR-DATE      PIC X(08).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  ARD-ACTION          PIC X(16).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  ARD-CUST-KEY        PIC X(10).
           01  ANOM-RPT-COUNT-LINE.
               05  ACL-LABEL           PIC X(30).
               05  ACL-COUNT           PIC ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(39) VALUE SPACES.

      *> SORT-TABLE holds the same values keyed for a binary
      *> search, each entry carrying the value's original position
           01  WS-MATCH-REF-2          PIC X(12) VALUE SPACES.
           01  WS-MATCH-REF-3          PIC X(12) VALUE SPACES.

      *> THE REFERENCE PASS: THE QUOTED ITEMS OF THE TARGET IN
      *> HAND THAT ARE ON TONIGHT'S CANDIDATE LIST, AND THEIR SUM.
      *> A QUOTED REFERENCE THAT IS NOT ON THE LIST (CLEARED,
      *> WRITTEN OFF, OR MISKEYED BY THE PAYER) IS NOT USABLE.
           01  WS-QUOTED-COUNT         PIC 9(01) VALUE 0.
           01  WS-QUOTED-TABLE.
               05  WS-QUOTED-IDX OCCURS 3 TIMES
                                       PIC 9(04).
           01  WS-QUOTED-SUM           PIC S9(07)V99 VALUE 0.
           01  WS-QUOTED-DIFFERENCE    PIC S9(07)V99 VALUE 0.
           01  WS-QUOTED-REF           PIC X(12) VALUE SPACES.
           01  WS-QUOTED-SUB           PIC 9(01) VALUE 0.
           01  WS-QUOTED-FOUND         PIC X(01) VALUE 'N'.
               88  QUOTED-REF-FOUND               VALUE 'Y'.
           01  WS-REF-PASS-SWITCH      PIC X(01) VALUE 'N'.
               88  HANDLED-BY-REFERENCE           VALUE 'Y'.
           01  WS-REFERENCE-COUNT      PIC 9(09) VALUE 0.
           01  WS-REF-NEARMISS-COUNT   PIC 9(09) VALUE 0.
           01  WS-UNUSABLE-REF-COUNT   PIC 9(09) VALUE 0.

           01  WS-TRI-I                PIC 9(04) VALUE 0.
           01  WS-TRI-J                PIC 9(04) VALUE 0.
           01  WS-TRI-J-START          PIC 9(04) VALUE 0.
           01  WS-TRI-LIMIT            PIC 9(04) VALUE 0.

           01  WS-SETT-GEN-FILENAME    PIC X(80) VALUE SPACES.
           01  WS-CYCLE-GEN-FILENAME   PIC X(80) VALUE SPACES.
           01  WS-GENLIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-HASH-TOTAL           PIC S9(13)V99 VALUE 0.

      *> DATED GENERATIONS OF THE EXTRACT KEPT ON DISK. THE LIST
      *> FILE REMEMBERS THEM ACROSS RUNS; ONCE MORE THAN
      *> WS-GEN-RETAIN EXIST THE OLDEST IS DELETED. EACH ENTITY
      *> KEEPS ITS OWN WS-GEN-RETAIN, SO THE LIST HOLDS THAT MANY
      *> PER ENTITY IN THE RUN.
           01  WS-GEN-RETAIN           PIC 9(02) VALUE 7.
           01  WS-GEN-KEEP             PIC 9(03) VALUE 0.
           01  WS-GEN-SIZE             PIC 9(02) VALUE 0.
           01  MAX-GEN-SIZE            PIC 9(02) VALUE 90.
           01  WS-GEN-FOUND            PIC X(01) VALUE 'N'.
               88  GENERATION-LISTED              VALUE 'Y'.
           01  WS-GEN-TABLE.
               05  WS-GEN-ENTRY OCCURS 90 TIMES.
                   10  GL-FILENAME     PIC X(40).
           01  WS-GEN-IDX              PIC 9(02) VALUE 0.
           01  WS-GEN-SHIFT-IDX        PIC 9(02) VALUE 0.

      *> TONIGHT'S MATCHING CYCLE WITHIN THE RUN DATE, FROM
      *> SETTLE-CYCLE. WS-SPH-LOADED-SIZE MARKS WHERE THE HISTORY
      *> AS LOADED ENDS - ONLY AN EARLIER CYCLE'S ENTRIES, NOT
      *> THIS RUN'S OWN, SHUT AN ITEM OUT OF THE TABLE.
           01  WS-CYCLE-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-RUN-CYCLE            PIC 9(02) VALUE 1.
           01  WS-SPH-LOADED-SIZE      PIC 9(04) VALUE 0.
           01  WS-EARLIER-CYCLE-SWITCH PIC X(01) VALUE 'N'.
               88  SETTLED-EARLIER-TODAY          VALUE 'Y'.
           01  WS-EARLIER-CYCLE-COUNT  PIC 9(09) VALUE 0.

           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-RETENTION-DAYS       PIC 9(03) VALUE 60.
           01  WS-PREV-SETTLED-COUNT   PIC 9(09) VALUE 0.
                   10  SP-REF-1        PIC X(12).
                   10  SP-REF-2        PIC X(12).
                   10  SP-REF-3        PIC X(12).
                   10  SP-MATCH-TYPE   PIC X(01).
                   10  SP-MATCHED-AMOUNT
                                       PIC S9(07)V99.
                   10  SP-AMOUNT-1     PIC S9(05)V99.
                   10  SP-AMOUNT-2     PIC S9(05)V99.
                   10  SP-AMOUNT-3     PIC S9(05)V99.
                   10  SP-FIRST-SEEN-1 PIC X(08).
                   10  SP-FIRST-SEEN-2 PIC X(08).
                   10  SP-FIRST-SEEN-3 PIC X(08).
                   10  SP-CUST-KEY     PIC X(10).
                   10  SP-ENTITY       PIC X(03).
           01  WS-SPH-IDX              PIC 9(04) VALUE 0.
           01  WS-SPH-FOUND            PIC X(01) VALUE 'N'.
               88  PAIR-ALREADY-SETTLED           VALUE 'Y'.
           01  WS-WRITTEN-OFF-SWITCH   PIC X(01) VALUE 'N'.
               88  ITEM-WRITTEN-OFF               VALUE 'Y'.
           01  WS-WRITTEN-OFF-COUNT    PIC 9(09) VALUE 0.

      *> CURRENCY CONVERSION STATE. AMOUNTS ARE MATCHED IN BASE
      *> CURRENCY; THE TARGET'S ORIGINAL CURRENCY AND AMOUNT RIDE
           MOVE 0 TO WS-TRIPLE-COUNT.
           MOVE 0 TO WS-TOLERANCE.
           MOVE 0 TO WS-NEARMISS-COUNT.
           MOVE 0 TO WS-REFERENCE-COUNT.
           MOVE 0 TO WS-REF-NEARMISS-COUNT.
           MOVE 0 TO WS-UNUSABLE-REF-COUNT.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           MOVE 0 TO WS-SETTLED-AGAIN-COUNT.
           MOVE 0 TO WS-AMOUNT-CHANGE-COUNT.
           MOVE 0 TO WS-UNKNOWN-CUST-COUNT.
           MOVE 0 TO WS-SUSPENDED-CUST-COUNT.
           MOVE 0 TO WS-CLOSED-CUST-COUNT.
           MOVE 0 TO WS-REPOINT-CUST-COUNT.
           MOVE 0 TO WS-CH-SIZE.
           MOVE 0 TO WS-DH-SIZE.
           MOVE 0 TO WS-DISPUTED-COUNT.
           MOVE 0 TO WS-DISPUTE-FU-COUNT.
           MOVE 'N' TO WS-CUSTMAST-SWITCH.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-GEN-SIZE.
           MOVE 60 TO WS-RETENTION-DAYS.
           MOVE 0 TO WS-SPH-OVERFLOW.
           MOVE 0 TO WS-RATE-COUNT.
           MOVE 0 TO WS-CCY-REJECT-COUNT.
           MOVE 0 TO WS-WRITTEN-OFF-COUNT.
           MOVE 1 TO WS-RUN-CYCLE.
           MOVE 0 TO WS-SPH-LOADED-SIZE.
           MOVE 0 TO WS-EARLIER-CYCLE-COUNT.
           MOVE 0 TO WS-LOAD-IDX.
           MOVE 0 TO WS-HOLD-THRESHOLD.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-BUCKET-1-7.
           MOVE 0 TO WS-BUCKET-8-30.
           MOVE 0 TO WS-BUCKET-OVER-30.
           MOVE 0 TO WS-BUCKET-DISPUTED.
           MOVE 0 TO WS-BUCKET-DISPUTE-FU.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE SPACES TO WS-CUR-ENTITY.
           MOVE 'N' TO WS-SECTION-SWITCH.
           MOVE 'N' TO WS-SECTION-SKIP-SWITCH.
           MOVE 0 TO WS-SECT-COUNT.
           MOVE 0 TO WS-DETAIL-SEQ.
           MOVE SPACES TO WS-BATCH-CURRENCY.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           SET RC-NORMAL TO TRUE.
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-WRITTEN-OFF-COUNT > 0
               DISPLAY "WRITTEN-OFF ITEMS EXCLUDED FROM THE MATCH: "
                   WS-WRITTEN-OFF-COUNT
           END-IF.
           IF WS-EARLIER-CYCLE-COUNT > 0
               DISPLAY "ITEMS SETTLED IN AN EARLIER CYCLE TODAY: "
                   WS-EARLIER-CYCLE-COUNT
           END-IF.
           IF WS-DUPLICATE-COUNT > 0
               OR WS-SETTLED-AGAIN-COUNT > 0
               OR WS-AMOUNT-CHANGE-COUNT > 0
               OR WS-UNKNOWN-CUST-COUNT > 0
               OR WS-SUSPENDED-CUST-COUNT > 0
               DISPLAY "CANDIDATE ANOMALIES REPORTED - SEE "
                   "CANDIDATE-ANOMALY-RPT"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-REPOINT-CUST-COUNT > 0
               DISPLAY "ITEMS RE-POINTED TO A MERGED CUSTOMER: "
                   WS-REPOINT-CUST-COUNT
           END-IF.
           IF WS-CLOSED-CUST-COUNT > 0
               DISPLAY "CLOSED-ACCOUNT ITEMS FOR REVIEW: "
                   WS-CLOSED-CUST-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-DISPUTED-COUNT > 0
               DISPLAY "ITEMS HELD OUT UNDER DISPUTE: "
                   WS-DISPUTED-COUNT
           END-IF.
           IF WS-DISPUTE-FU-COUNT > 0
               DISPLAY "DISPUTES PAST THEIR RESOLUTION DATE: "
                   WS-DISPUTE-FU-COUNT " - SEE OPEN-ITEMS-RPT"
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF NOT BATCH-MATCH-FOUND
               DISPLAY "NO MATCH FOUND FOR ANY TARGET IN THE BATCH"
      *> ONLY ESCALATE FROM NORMAL - DON'T LET A MILD "NO MATCH"

      *----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE INPUT FILE AND LOAD THE
      *  CANDIDATE TABLE FROM THE FIRST SECTION'S HEADER AND
      *  DETAIL RECORDS. LATER SECTIONS LOAD AS 3000 REACHES THEM.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-READ-TWOSUM-CTL
           END-IF.
           PERFORM 1020-RESOLVE-OUTPUT-NAMES
               THRU 1020-EXIT.
           PERFORM 1040-READ-SETTLE-CYCLE
               THRU 1040-EXIT.
           OPEN INPUT TWOSUM-INPUT.
           OPEN OUTPUT SETTLEMENT-EXTRACT.
           OPEN OUTPUT CANDIDATE-ANOMALIES.
           OPEN OUTPUT CANDIDATE-ANOMALY-RPT.
           MOVE WS-RUN-DATE TO ARH-RUN-DATE.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-HEADING-1.
           WRITE ANOMALY-RPT-LINE FROM OPEN-RPT-BLANK.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-HEADING-2.
           WRITE ANOMALY-RPT-LINE FROM OPEN-RPT-BLANK.
           OPEN OUTPUT CLOSED-ACCOUNT-REVIEW.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUSTMAST-SWITCH
           ELSE
               DISPLAY "CUSTOMER-MASTER OPEN FAILED, FILE STATUS="
                   WS-CUSTMAST-FILE-STATUS
               MOVE "1000-INITIALIZE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
           PERFORM 1080-LOAD-SETTLED-PAIRS
               THRU 1080-EXIT.
           MOVE WS-SPH-SIZE TO WS-SPH-LOADED-SIZE.
      *> LOADED AHEAD OF MATCHING SO EVERY SETTLED OR NEAR-MISSED
      *> ITEM CAN CARRY ITS FIRST-SEEN DATE ONTO THE HISTORY.
           PERFORM 8510-LOAD-OPEN-ITEMS
               THRU 8510-EXIT.
           PERFORM 1090-LOAD-DISPUTE-HOLDS
               THRU 1090-EXIT.
           OPEN OUTPUT NEAR-MISS-REVIEW.
      *> THE HELD FILE CARRIES FORWARD ACROSS RUNS - AN ITEM THE
      *> SUPERVISOR HAS NOT YET RELEASED IS ALREADY ON THE
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
           END-IF.
      *> NO CUSTOMER CHECK, NO MATCH - AND AN EMPTY TABLE LEAVES
      *> THE OPEN-ITEMS CARRY FILE AS IT STOOD.
           IF NOT CUSTMAST-OPEN
               MOVE 0 TO TABLE-SIZE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.
           READ TWOSUM-INPUT
               AT END
                   DISPLAY "TWOSUM-INPUT IS EMPTY - NO HEADER RECORD"
           IF END-OF-INPUT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-START-SECTION
               THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1020-RESOLVE-OUTPUT-NAMES - LIVE NAMES, OR THE SHADOW.
      *  COUNTERPARTS WHEN THE RUN IS A REHEARSAL. THE DATED
      *  GENERATIONS (NAMED PER ENTITY IN 1310-OPEN-SECTION) GET
      *  A SHADOW NAME TOO, THOUGH THEIR HOUSEKEEPING IS SKIPPED
      *  ENTIRELY IN SHADOW MODE.
      *----------------------------------------------------------*
       1020-RESOLVE-OUTPUT-NAMES.
           MOVE SPACES TO WS-SETT-EXTRACT-FILENAME.
           MOVE SPACES TO WS-HELD-FILENAME.
           MOVE SPACES TO WS-OI-FILENAME.
           MOVE SPACES TO WS-OI-RPT-FILENAME.
           MOVE SPACES TO WS-ANOM-FILENAME.
           MOVE SPACES TO WS-ANOM-RPT-FILENAME.
           MOVE SPACES TO WS-CLOSED-FILENAME.
           MOVE SPACES TO WS-SETT-GEN-FILENAME.
           MOVE SPACES TO WS-GEN-PREFIX.
           IF SHADOW-MODE
               DISPLAY "SHADOW MODE - ALL OUTPUT UNDER SHADOW "
                   "NAMES, NO LIVE STATE TOUCHED"
               MOVE "SHADOW.OPEN-ITEMS" TO WS-OI-FILENAME
               MOVE "SHADOW.OPEN-ITEMS-RPT"
                   TO WS-OI-RPT-FILENAME
               MOVE "SHADOW.CANDIDATE-ANOMALIES"
                   TO WS-ANOM-FILENAME
               MOVE "SHADOW.CANDIDATE-ANOMALY-RPT"
                   TO WS-ANOM-RPT-FILENAME
               MOVE "SHADOW.CLOSED-ACCOUNT-REVIEW"
                   TO WS-CLOSED-FILENAME
               MOVE "SHADOW." TO WS-GEN-PREFIX
           ELSE
               MOVE "SETTLEMENT-EXTRACT"
                   TO WS-SETT-EXTRACT-FILENAME
               MOVE "HELD-SETTLEMENTS" TO WS-HELD-FILENAME
               MOVE "OPEN-ITEMS" TO WS-OI-FILENAME
               MOVE "OPEN-ITEMS-RPT" TO WS-OI-RPT-FILENAME
               MOVE "CANDIDATE-ANOMALIES" TO WS-ANOM-FILENAME
               MOVE "CANDIDATE-ANOMALY-RPT"
                   TO WS-ANOM-RPT-FILENAME
               MOVE "CLOSED-ACCOUNT-REVIEW" TO WS-CLOSED-FILENAME
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1040-READ-SETTLE-CYCLE - NUMBER TONIGHT'S CYCLE: THE ONE
      *  AFTER THE LAST IF IT RAN TODAY, OTHERWISE 1. NO FILE (OR
      *  AN UNREADABLE CYCLE) MEANS NONE HAS RUN TODAY.
      *----------------------------------------------------------*
       1040-READ-SETTLE-CYCLE.
           MOVE 1 TO WS-RUN-CYCLE.
           OPEN INPUT SETTLE-CYCLE.
           IF WS-CYCLE-FILE-STATUS = "35"
               GO TO 1040-EXIT
           END-IF.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-CYCLE OPEN FAILED, FILE STATUS="
                   WS-CYCLE-FILE-STATUS
               MOVE "1040-READ-SETTLE-CYCLE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1040-EXIT
           END-IF.
           READ SETTLE-CYCLE
               AT END
                   MOVE SPACES TO SETTLE-CYCLE-REC
           END-READ.
           CLOSE SETTLE-CYCLE.
           IF SCY-RUN-DATE NOT = WS-RUN-DATE
               OR SCY-CYCLE IS NOT NUMERIC
               GO TO 1040-EXIT
           END-IF.
           IF SCY-CYCLE >= 99
               DISPLAY "SETTLE-CYCLE SHOWS CYCLE " SCY-CYCLE
                   " ALREADY RUN TODAY - NO CYCLE NUMBER LEFT"
               MOVE "1040-READ-SETTLE-CYCLE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 99 TO WS-RUN-CYCLE
               GO TO 1040-EXIT
           END-IF.
           COMPUTE WS-RUN-CYCLE = SCY-CYCLE + 1.
           DISPLAY "MATCHING CYCLE " WS-RUN-CYCLE " OF "
               WS-RUN-DATE.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1050-READ-TWOSUM-CTL - OPTIONAL CONTROL RECORD FOR THE
      *  MATCH RUN. IF IT'S MISSING, PAIR-ONLY MATCHING APPLIES.

      *----------------------------------------------------------*
      *  1070-WRITE-EXTRACT-HEADER - 'H' CONTROL RECORD OPENING
      *  AN ENTITY'S SECTION OF THE EXTRACT: THE RUN DATE, THE
      *  RUN NUMBER THE DRIVER DREW FROM RUN-CONTROL (ZERO ON A
      *  STANDALONE RUN) AND THE DAY'S MATCHING CYCLE.
      *----------------------------------------------------------*
       1070-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO SETTLEMENT-REC.
           MOVE 'H' TO SETT-REC-TYPE.
           MOVE WS-CUR-ENTITY TO SETT-ENTITY.
           MOVE WS-RUN-DATE TO SETT-HDR-RUN-DATE.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO SETT-HDR-RUN-NUMBER
           ELSE
               MOVE 0 TO SETT-HDR-RUN-NUMBER
           END-IF.
           MOVE WS-RUN-CYCLE TO SETT-HDR-CYCLE.
           PERFORM 2145-WRITE-EXTRACT-REC
               THRU 2145-EXIT.
       1070-EXIT.
           ELSE
               COMPUTE WS-ENTRY-AGE = WS-RETENTION-DAYS + 1
           END-IF.
      *> A WRITE-OFF IS KEPT FOR GOOD - IT IS WHAT STOPS THE ITEM
      *> EVER MATCHING AGAIN.
           IF WS-ENTRY-AGE > WS-RETENTION-DAYS
               AND SPH-MATCH-TYPE NOT = 'W'
               ADD 1 TO WS-SPH-PURGED-COUNT
               GO TO 1085-EXIT
           END-IF.
           MOVE SPH-REF-1 TO SP-REF-1(WS-SPH-SIZE).
           MOVE SPH-REF-2 TO SP-REF-2(WS-SPH-SIZE).
           MOVE SPH-REF-3 TO SP-REF-3(WS-SPH-SIZE).
      *> AN ENTRY WRITTEN BEFORE THE HISTORY CARRIED ITS MATCH
      *> DETAIL: AN EXTRACTED MATCH POSTED AT ITS TARGET, AND THE
      *> ITEMS' OWN AMOUNTS AND DATES ARE UNKNOWN.
           IF SPH-MATCH-TYPE = SPACE
               IF SPH-REF-3 = SPACES
                   MOVE 'P' TO SP-MATCH-TYPE(WS-SPH-SIZE)
               ELSE
                   MOVE 'T' TO SP-MATCH-TYPE(WS-SPH-SIZE)
               END-IF
           ELSE
               MOVE SPH-MATCH-TYPE TO SP-MATCH-TYPE(WS-SPH-SIZE)
           END-IF.
           IF SPH-MATCHED-AMOUNT IS NUMERIC
               MOVE SPH-MATCHED-AMOUNT
                   TO SP-MATCHED-AMOUNT(WS-SPH-SIZE)
           ELSE
               MOVE SPH-TARGET TO SP-MATCHED-AMOUNT(WS-SPH-SIZE)
           END-IF.
           IF SPH-AMOUNT-1 IS NUMERIC
               MOVE SPH-AMOUNT-1 TO SP-AMOUNT-1(WS-SPH-SIZE)
           ELSE
               MOVE 0 TO SP-AMOUNT-1(WS-SPH-SIZE)
           END-IF.
           IF SPH-AMOUNT-2 IS NUMERIC
               MOVE SPH-AMOUNT-2 TO SP-AMOUNT-2(WS-SPH-SIZE)
           ELSE
               MOVE 0 TO SP-AMOUNT-2(WS-SPH-SIZE)
           END-IF.
           IF SPH-AMOUNT-3 IS NUMERIC
               MOVE SPH-AMOUNT-3 TO SP-AMOUNT-3(WS-SPH-SIZE)
           ELSE
               MOVE 0 TO SP-AMOUNT-3(WS-SPH-SIZE)
           END-IF.
           MOVE SPH-FIRST-SEEN-1 TO SP-FIRST-SEEN-1(WS-SPH-SIZE).
           MOVE SPH-FIRST-SEEN-2 TO SP-FIRST-SEEN-2(WS-SPH-SIZE).
           MOVE SPH-FIRST-SEEN-3 TO SP-FIRST-SEEN-3(WS-SPH-SIZE).
           MOVE SPH-CUST-KEY TO SP-CUST-KEY(WS-SPH-SIZE).
           MOVE SPH-ENTITY TO SP-ENTITY(WS-SPH-SIZE).
       1085-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1090-LOAD-DISPUTE-HOLDS - THE OPEN DISPUTES, SO THEIR
      *  ITEMS CAN BE HELD OUT AS THEY LOAD. NO FILE MEANS NO
      *  ITEM HAS EVER BEEN DISPUTED. A FILE TOO BIG FOR THE
      *  TABLE FAILS THE RUN RATHER THAN LET A DISPUTED ITEM
      *  MATCH.
      *----------------------------------------------------------*
       1090-LOAD-DISPUTE-HOLDS.
           OPEN INPUT DISPUTE-HOLDS.
           IF WS-DH-FILE-STATUS = "35"
               GO TO 1090-EXIT
           END-IF.
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS OPEN FAILED, FILE STATUS="
                   WS-DH-FILE-STATUS
               MOVE "1090-LOAD-DISPUTE-HOLDS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1090-EXIT
           END-IF.
           PERFORM 1095-LOAD-ONE-DISPUTE
               THRU 1095-EXIT
               UNTIL END-OF-INPUT.
           CLOSE DISPUTE-HOLDS.
           MOVE 'N' TO WS-EOF-SWITCH.
       1090-EXIT.
           EXIT.

       1095-LOAD-ONE-DISPUTE.
           READ DISPUTE-HOLDS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-INPUT
               GO TO 1095-EXIT
           END-IF.
           IF NOT DSP-OPEN
               OR DSP-ITEM-REF = SPACES
               GO TO 1095-EXIT
           END-IF.
           IF WS-DH-SIZE >= MAX-DH-SIZE
               DISPLAY "DISPUTE-HOLDS HOLDS MORE THAN " MAX-DH-SIZE
                   " OPEN DISPUTES"
               MOVE "1095-LOAD-ONE-DISPUTE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1095-EXIT
           END-IF.
           ADD 1 TO WS-DH-SIZE.
           MOVE DSP-ITEM-REF TO DH-REF(WS-DH-SIZE).
           MOVE DSP-RESOLVE-BY TO DH-RESOLVE-BY(WS-DH-SIZE).
       1095-EXIT.
           EXIT.

       1100-LOAD-CANDIDATE.
           READ TWOSUM-INPUT
               AT END
           IF END-OF-INPUT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-SEQ.
      *> EVERY SECTION SHARES THE ONE TABLE, AND THE HELD-OUT
      *> ITEMS GO BACK ON ITS END AFTER THE TARGETS RUN.
           IF WS-LOAD-IDX + WS-CH-SIZE >= MAX-TABLE-SIZE
               DISPLAY "DETAIL " TS-ITEM-REF " NOT LOADED - "
                   "CANDIDATE TABLE FULL AT " MAX-TABLE-SIZE
               MOVE "1100-LOAD-CANDIDATE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE TS-CURRENCY TO WS-CUR-CCY.
           PERFORM 1065-RESOLVE-RATE
               THRU 1065-EXIT.
                   WS-CUR-CCY " RATE FOR " WS-RUN-DATE
               GO TO 1100-EXIT
           END-IF.
           IF TS-ITEM-REF NOT = SPACES
               PERFORM 1105-CHECK-WRITTEN-OFF
                   THRU 1105-EXIT
               IF ITEM-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   DISPLAY "DETAIL " TS-ITEM-REF " EXCLUDED - "
                       "WRITTEN OFF"
                   GO TO 1100-EXIT
               END-IF
               PERFORM 1107-CHECK-EARLIER-CYCLE
                   THRU 1107-EXIT
               IF SETTLED-EARLIER-TODAY
                   ADD 1 TO WS-EARLIER-CYCLE-COUNT
                   DISPLAY "DETAIL " TS-ITEM-REF " EXCLUDED - "
                       "SETTLED IN AN EARLIER CYCLE TODAY"
                   GO TO 1100-EXIT
               END-IF
               PERFORM 1110-CHECK-DUPLICATE
                   THRU 1110-EXIT
               IF DUPLICATE-REF
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           COMPUTE WS-ITEM-BASE-AMOUNT ROUNDED =
               TS-VALUE * WS-CUR-RATE
               ON SIZE ERROR
                   ADD 1 TO WS-CCY-REJECT-COUNT
                   DISPLAY "DETAIL " TS-ITEM-REF " REJECTED - "
                       "CONVERTED AMOUNT TOO LARGE"
      *> OLD-FORMAT FILE WITHOUT REFERENCES - FALL BACK TO THE
      *> POSITION SO THE RUN STILL COMPLETES, KNOWING SUCH A
      *> REFERENCE IS ONLY STABLE WITHIN THIS ONE FILE.
               MOVE WS-DETAIL-SEQ TO WS-REF-FALLBACK-NO
               MOVE WS-REF-FALLBACK TO WS-ITEM-REF
           ELSE
               MOVE TS-ITEM-REF TO WS-ITEM-REF
           END-IF.
           PERFORM 1140-CHECK-CUSTOMER
               THRU 1140-EXIT.
           IF NOT CUST-CHECK-ACTIVE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-CHECK-DISPUTE
               THRU 1150-EXIT.
           IF ITEM-DISPUTED
               GO TO 1100-EXIT
           END-IF.
      *> ACCEPTED - STORE COMPACTLY AT THE NEXT LOADED SLOT SO A
      *> REJECT LEAVES NO HOLE IN THE TABLE.
           ADD 1 TO WS-LOAD-IDX.
           MOVE 'N' TO WS-MATCHED-FLAG(WS-LOAD-IDX).
           MOVE WS-ITEM-BASE-AMOUNT TO CANDIDATE-ENTRY(WS-LOAD-IDX).
           MOVE WS-ITEM-REF TO WS-REF-ENTRY(WS-LOAD-IDX).
           MOVE TS-CUST-KEY TO WS-CUST-ENTRY(WS-LOAD-IDX).
           MOVE WS-CUR-ENTITY TO WS-ENTITY-ENTRY(WS-LOAD-IDX).
           IF WS-CUR-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO FX-CURRENCY(WS-LOAD-IDX)
           ELSE
               MOVE WS-CUR-CCY TO FX-CURRENCY(WS-LOAD-IDX)
           END-IF.
           MOVE TS-VALUE TO FX-ORIG-AMOUNT(WS-LOAD-IDX).
           MOVE WS-CUR-RATE TO FX-RATE(WS-LOAD-IDX).
           IF TS-ITEM-REF NOT = SPACES
               PERFORM 1120-CHECK-SETTLED-AGAIN
                   THRU 1120-EXIT
               PERFORM 1130-CHECK-AMOUNT-CHANGE
                   THRU 1130-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1110-CHECK-DUPLICATE - A REFERENCE ALREADY LOADED TONIGHT
      *  (A DOUBLED UPSTREAM EXTRACT, SAY) MUST NOT REACH THE
      *  MATCH, WHERE IT COULD PAIR WITH ITS OWN COPY. THE FIRST
      *  COPY STANDS; EVERY REPEAT IS REPORTED AND DROPPED.
      *----------------------------------------------------------*
       1110-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM 1111-MATCH-ONE-LOADED-REF
               THRU 1111-EXIT
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-LOAD-IDX
               OR DUPLICATE-REF.
           IF DUPLICATE-REF
      *> THE VARYING LOOP LEAVES THE INDEX ONE PAST THE HIT.
               SUBTRACT 1 FROM WS-DUP-IDX
               MOVE FX-ORIG-AMOUNT(WS-DUP-IDX)
                   TO WS-ANOM-PRIOR-AMOUNT
           ELSE
      *> THE FIRST COPY MAY HAVE BEEN HELD OUT FOR ITS CUSTOMER.
               PERFORM 1112-MATCH-ONE-HELD-REF
                   THRU 1112-EXIT
                   VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-SIZE
                   OR DUPLICATE-REF
               IF NOT DUPLICATE-REF
                   GO TO 1110-EXIT
               END-IF
               SUBTRACT 1 FROM WS-CH-IDX
               MOVE CH-ORIG-AMOUNT(WS-CH-IDX)
                   TO WS-ANOM-PRIOR-AMOUNT
           END-IF.
           ADD 1 TO WS-DUPLICATE-COUNT.
           DISPLAY "DETAIL " TS-ITEM-REF " EXCLUDED - DUPLICATE "
               "REFERENCE".
           MOVE 'D' TO WS-ANOM-TYPE.
           IF WS-CUR-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ANOM-CURRENCY
           ELSE
               MOVE WS-CUR-CCY TO WS-ANOM-CURRENCY
           END-IF.
           MOVE TS-VALUE TO WS-ANOM-AMOUNT.
           MOVE SPACES TO WS-ANOM-PRIOR-DATE.
           MOVE 'X' TO WS-ANOM-ACTION.
           PERFORM 1190-WRITE-ANOMALY
               THRU 1190-EXIT.
       1110-EXIT.
           EXIT.

       1111-MATCH-ONE-LOADED-REF.
           IF WS-REF-ENTRY(WS-DUP-IDX) = TS-ITEM-REF
               MOVE 'Y' TO WS-DUP-FOUND
           END-IF.
       1111-EXIT.
           EXIT.

       1112-MATCH-ONE-HELD-REF.
           IF CH-REF(WS-CH-IDX) = TS-ITEM-REF
               MOVE 'Y' TO WS-DUP-FOUND
           END-IF.
       1112-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1120-CHECK-SETTLED-AGAIN - A REFERENCE THE SETTLED-PAIRS
      *  HISTORY ALREADY SHOWS SETTLED HAS COME BACK AS A
      *  CANDIDATE. IT STILL GOES INTO THE MATCH (THE HISTORY
      *  KEEPS THE SAME COMBINATION FROM GOING OUT TWICE) BUT IS
      *  REPORTED, IN BASE CURRENCY, AGAINST THE AMOUNT THAT
      *  SETTLED.
      *----------------------------------------------------------*
       1120-CHECK-SETTLED-AGAIN.
           MOVE 'N' TO WS-SETTLED-AGAIN-FOUND.
           PERFORM 1121-MATCH-ONE-SETTLED-REF
               THRU 1121-EXIT
               VARYING WS-SPH-IDX FROM 1 BY 1
               UNTIL WS-SPH-IDX > WS-SPH-SIZE
               OR SETTLED-AGAIN.
           IF NOT SETTLED-AGAIN
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO WS-SETTLED-AGAIN-COUNT.
           MOVE 'S' TO WS-ANOM-TYPE.
           MOVE WS-BASE-CURRENCY TO WS-ANOM-CURRENCY.
           MOVE CANDIDATE-ENTRY(WS-LOAD-IDX) TO WS-ANOM-AMOUNT.
           MOVE 'R' TO WS-ANOM-ACTION.
           PERFORM 1190-WRITE-ANOMALY
               THRU 1190-EXIT.
       1120-EXIT.
           EXIT.

      *> 'W' ENTRIES NEVER GET THIS FAR - WRITTEN-OFF ITEMS ARE
      *> SHUT OUT OF THE TABLE ABOVE.
       1121-MATCH-ONE-SETTLED-REF.
           EVALUATE TS-ITEM-REF
               WHEN SP-REF-1(WS-SPH-IDX)
                   MOVE SP-AMOUNT-1(WS-SPH-IDX)
                       TO WS-ANOM-PRIOR-AMOUNT
               WHEN SP-REF-2(WS-SPH-IDX)
                   MOVE SP-AMOUNT-2(WS-SPH-IDX)
                       TO WS-ANOM-PRIOR-AMOUNT
               WHEN SP-REF-3(WS-SPH-IDX)
                   MOVE SP-AMOUNT-3(WS-SPH-IDX)
                       TO WS-ANOM-PRIOR-AMOUNT
               WHEN OTHER
                   GO TO 1121-EXIT
           END-EVALUATE.
           MOVE 'Y' TO WS-SETTLED-AGAIN-FOUND.
           MOVE SP-SETTLED-DATE(WS-SPH-IDX) TO WS-ANOM-PRIOR-DATE.
       1121-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1130-CHECK-AMOUNT-CHANGE - AN ITEM CARRIED OPEN FROM AN
      *  EARLIER RUN HAS COME BACK AT A DIFFERENT AMOUNT. IT IS
      *  MATCHED AT TONIGHT'S AMOUNT BUT FLAGGED FOR REVIEW. THE
      *  COMPARISON IS IN THE ITEM'S OWN CURRENCY, SO A RATE
      *  MOVEMENT IS NOT A CHANGE; AN OPEN-ITEMS RECORD WITHOUT
      *  ITS ORIGINAL AMOUNT CAN ONLY BE COMPARED FOR A
      *  BASE-CURRENCY ITEM.
      *----------------------------------------------------------*
       1130-CHECK-AMOUNT-CHANGE.
           MOVE 'N' TO WS-OI-FOUND.
           PERFORM 1131-MATCH-ONE-OPEN-REF
               THRU 1131-EXIT
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-SIZE
               OR OPEN-ITEM-KNOWN.
           IF NOT OPEN-ITEM-KNOWN
               GO TO 1130-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-OI-IDX.
           IF OI-T-CURRENCY(WS-OI-IDX) NOT = SPACES
               IF OI-T-CURRENCY(WS-OI-IDX) = FX-CURRENCY(WS-LOAD-IDX)
                   AND OI-T-ORIG-AMOUNT(WS-OI-IDX) = TS-VALUE
                   GO TO 1130-EXIT
               END-IF
               MOVE FX-CURRENCY(WS-LOAD-IDX) TO WS-ANOM-CURRENCY
               MOVE TS-VALUE TO WS-ANOM-AMOUNT
               MOVE OI-T-ORIG-AMOUNT(WS-OI-IDX)
                   TO WS-ANOM-PRIOR-AMOUNT
           ELSE
               IF FX-CURRENCY(WS-LOAD-IDX) NOT = WS-BASE-CURRENCY
                   OR OI-T-AMOUNT(WS-OI-IDX)
                       = CANDIDATE-ENTRY(WS-LOAD-IDX)
                   GO TO 1130-EXIT
               END-IF
               MOVE WS-BASE-CURRENCY TO WS-ANOM-CURRENCY
               MOVE CANDIDATE-ENTRY(WS-LOAD-IDX) TO WS-ANOM-AMOUNT
               MOVE OI-T-AMOUNT(WS-OI-IDX) TO WS-ANOM-PRIOR-AMOUNT
           END-IF.
           ADD 1 TO WS-AMOUNT-CHANGE-COUNT.
           DISPLAY "DETAIL " TS-ITEM-REF " AMOUNT CHANGED SINCE "
               "LAST RUN - FLAGGED FOR REVIEW".
           MOVE 'C' TO WS-ANOM-TYPE.
           MOVE OI-T-FIRST-SEEN(WS-OI-IDX) TO WS-ANOM-PRIOR-DATE.
           MOVE 'R' TO WS-ANOM-ACTION.
           PERFORM 1190-WRITE-ANOMALY
               THRU 1190-EXIT.
       1130-EXIT.
           EXIT.

       1131-MATCH-ONE-OPEN-REF.
           IF OI-T-REF(WS-OI-IDX) = TS-ITEM-REF
               MOVE 'Y' TO WS-OI-FOUND
           END-IF.
       1131-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1140-CHECK-CUSTOMER - LOOK THE DETAIL'S CUSTOMER UP ON
      *  CUSTOMER-MASTER. AN UNKNOWN CUSTOMER (A BLANK KEY
      *  INCLUDED) REJECTS THE ITEM; A SUSPENDED OR CLOSED ONE
      *  HOLDS IT OUT OF THE MATCH, THE CLOSED ONE ALSO GOING TO
      *  CLOSED-ACCOUNT-REVIEW. ONLY AN ACTIVE CUSTOMER'S ITEM
      *  REACHES THE CANDIDATE TABLE. AN ITEM STILL CARRYING A
      *  KEY THAT CUST-MAINT MERGED AWAY IS RE-POINTED TO THE
      *  SURVIVING KEY AND JUDGED ON THE SURVIVOR.
      *----------------------------------------------------------*
       1140-CHECK-CUSTOMER.
           MOVE 'A' TO WS-CUST-CHECK.
           IF TS-CUST-KEY = SPACES
               MOVE 'U' TO WS-CUST-CHECK
           ELSE
               MOVE TS-CUST-KEY TO CUST-KEY
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'U' TO WS-CUST-CHECK
               END-READ
           END-IF.
           IF CUST-CHECK-ACTIVE
               AND CUST-MERGED-INTO NOT = SPACES
               ADD 1 TO WS-REPOINT-CUST-COUNT
               DISPLAY "DETAIL " WS-ITEM-REF " CUSTOMER " TS-CUST-KEY
                   " MERGED INTO " CUST-MERGED-INTO
               MOVE CUST-MERGED-INTO TO TS-CUST-KEY
               MOVE TS-CUST-KEY TO CUST-KEY
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'U' TO WS-CUST-CHECK
               END-READ
           END-IF.
           IF CUST-CHECK-UNKNOWN
               ADD 1 TO WS-UNKNOWN-CUST-COUNT
               DISPLAY "DETAIL " WS-ITEM-REF " REJECTED - UNKNOWN "
                   "CUSTOMER " TS-CUST-KEY
               MOVE 'U' TO WS-ANOM-TYPE
               MOVE 'X' TO WS-ANOM-ACTION
               PERFORM 1149-WRITE-CUSTOMER-ANOMALY
                   THRU 1149-EXIT
               GO TO 1140-EXIT
           END-IF.
           IF CUST-ACTIVE
               GO TO 1140-EXIT
           END-IF.
           MOVE 'H' TO WS-CUST-CHECK.
           PERFORM 1145-HOLD-OUT-ITEM
               THRU 1145-EXIT.
           IF CUST-CLOSED
               ADD 1 TO WS-CLOSED-CUST-COUNT
               DISPLAY "DETAIL " WS-ITEM-REF " HELD OUT - CUSTOMER "
                   TS-CUST-KEY " CLOSED"
               PERFORM 1148-WRITE-CLOSED-REVIEW
                   THRU 1148-EXIT
           ELSE
               ADD 1 TO WS-SUSPENDED-CUST-COUNT
               DISPLAY "DETAIL " WS-ITEM-REF " HELD OUT - CUSTOMER "
                   TS-CUST-KEY " SUSPENDED"
               MOVE 'H' TO WS-ANOM-TYPE
               MOVE 'H' TO WS-ANOM-ACTION
               PERFORM 1149-WRITE-CUSTOMER-ANOMALY
                   THRU 1149-EXIT
           END-IF.
       1140-EXIT.
           EXIT.

       1145-HOLD-OUT-ITEM.
           ADD 1 TO WS-CH-SIZE.
           MOVE WS-ITEM-REF TO CH-REF(WS-CH-SIZE).
           MOVE WS-ITEM-BASE-AMOUNT TO CH-AMOUNT(WS-CH-SIZE).
           IF WS-CUR-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO CH-CURRENCY(WS-CH-SIZE)
           ELSE
               MOVE WS-CUR-CCY TO CH-CURRENCY(WS-CH-SIZE)
           END-IF.
           MOVE TS-VALUE TO CH-ORIG-AMOUNT(WS-CH-SIZE).
           MOVE WS-CUR-RATE TO CH-RATE(WS-CH-SIZE).
           MOVE TS-CUST-KEY TO CH-CUST-KEY(WS-CH-SIZE).
           MOVE WS-CUR-ENTITY TO CH-ENTITY(WS-CH-SIZE).
           MOVE SPACE TO CH-DISPUTE(WS-CH-SIZE).
       1145-EXIT.
           EXIT.

       1148-WRITE-CLOSED-REVIEW.
           MOVE SPACES TO CLOSED-REVIEW-REC.
           MOVE WS-RUN-DATE TO CLR-RUN-DATE.
           MOVE TS-CUST-KEY TO CLR-CUST-KEY.
           MOVE WS-ITEM-REF TO CLR-ITEM-REF.
           MOVE CH-CURRENCY(WS-CH-SIZE) TO CLR-CURRENCY.
           MOVE TS-VALUE TO CLR-ORIG-AMOUNT.
           MOVE WS-ITEM-BASE-AMOUNT TO CLR-AMOUNT.
           MOVE WS-ITEM-REF TO WS-FS-REF.
           PERFORM 2148-FIND-FIRST-SEEN
               THRU 2148-EXIT.
           MOVE WS-FS-DATE TO CLR-FIRST-SEEN.
           MOVE CUST-VALUE TO CLR-CUST-NAME.
           WRITE CLOSED-REVIEW-REC.
       1148-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1150-CHECK-DISPUTE - AN ACTIVE CUSTOMER'S ITEM UNDER AN
      *  OPEN DISPUTE IS HELD OUT OF THE MATCH, MARKED FOR ITS
      *  OWN BUCKET ON THE OPEN-ITEMS REPORT.
      *----------------------------------------------------------*
       1150-CHECK-DISPUTE.
           MOVE 'N' TO WS-DH-FOUND.
           PERFORM 1151-MATCH-ONE-DISPUTE
               THRU 1151-EXIT
               VARYING WS-DH-IDX FROM 1 BY 1
               UNTIL WS-DH-IDX > WS-DH-SIZE
               OR ITEM-DISPUTED.
           IF NOT ITEM-DISPUTED
               GO TO 1150-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-DH-IDX.
           PERFORM 1145-HOLD-OUT-ITEM
               THRU 1145-EXIT.
           ADD 1 TO WS-DISPUTED-COUNT.
           IF DH-RESOLVE-BY(WS-DH-IDX) < WS-RUN-DATE
               MOVE 'F' TO CH-DISPUTE(WS-CH-SIZE)
               ADD 1 TO WS-DISPUTE-FU-COUNT
               DISPLAY "DETAIL " WS-ITEM-REF " HELD OUT - IN "
                   "DISPUTE, DUE " DH-RESOLVE-BY(WS-DH-IDX)
                   " - FOLLOW UP"
           ELSE
               MOVE 'D' TO CH-DISPUTE(WS-CH-SIZE)
               DISPLAY "DETAIL " WS-ITEM-REF " HELD OUT - IN "
                   "DISPUTE"
           END-IF.
       1150-EXIT.
           EXIT.

       1151-MATCH-ONE-DISPUTE.
           IF DH-REF(WS-DH-IDX) = WS-ITEM-REF
               MOVE 'Y' TO WS-DH-FOUND
           END-IF.
       1151-EXIT.
           EXIT.

       1149-WRITE-CUSTOMER-ANOMALY.
           IF WS-CUR-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ANOM-CURRENCY
           ELSE
               MOVE WS-CUR-CCY TO WS-ANOM-CURRENCY
           END-IF.
           MOVE TS-VALUE TO WS-ANOM-AMOUNT.
           MOVE 0 TO WS-ANOM-PRIOR-AMOUNT.
           MOVE SPACES TO WS-ANOM-PRIOR-DATE.
           PERFORM 1190-WRITE-ANOMALY
               THRU 1190-EXIT.
       1149-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1190-WRITE-ANOMALY - ONE RECORD TO CANDIDATE-ANOMALIES
      *  AND ONE LINE TO THE ANOMALY REPORT.
      *----------------------------------------------------------*
       1190-WRITE-ANOMALY.
           MOVE SPACES TO CANDIDATE-ANOMALY-REC.
           MOVE WS-RUN-DATE TO CA-RUN-DATE.
           MOVE WS-ANOM-TYPE TO CA-ANOMALY-TYPE.
           MOVE TS-ITEM-REF TO CA-ITEM-REF.
           MOVE WS-ANOM-CURRENCY TO CA-CURRENCY.
           MOVE WS-ANOM-AMOUNT TO CA-AMOUNT.
           MOVE WS-ANOM-PRIOR-AMOUNT TO CA-PRIOR-AMOUNT.
           MOVE WS-ANOM-PRIOR-DATE TO CA-PRIOR-DATE.
           MOVE WS-ANOM-ACTION TO CA-ACTION.
           MOVE TS-CUST-KEY TO CA-CUST-KEY.
           WRITE CANDIDATE-ANOMALY-REC.
           MOVE SPACES TO ANOM-RPT-DETAIL.
           MOVE TS-ITEM-REF TO ARD-ITEM-REF.
           EVALUATE WS-ANOM-TYPE
               WHEN 'D'
                   MOVE "DUPLICATE REF" TO ARD-ANOMALY
               WHEN 'S'
                   MOVE "ALREADY SETTLED" TO ARD-ANOMALY
               WHEN 'U'
                   MOVE "UNKNOWN CUST" TO ARD-ANOMALY
               WHEN 'H'
                   MOVE "CUST SUSPENDED" TO ARD-ANOMALY
               WHEN OTHER
                   MOVE "AMOUNT CHANGED" TO ARD-ANOMALY
           END-EVALUATE.
           MOVE WS-ANOM-CURRENCY TO ARD-CURRENCY.
           MOVE WS-ANOM-AMOUNT TO ARD-AMOUNT.
           MOVE WS-ANOM-PRIOR-AMOUNT TO ARD-PRIOR-AMOUNT.
           MOVE WS-ANOM-PRIOR-DATE TO ARD-PRIOR-DATE.
           EVALUATE WS-ANOM-ACTION
               WHEN 'X'
                   MOVE "EXCLUDED" TO ARD-ACTION
               WHEN 'H'
                   MOVE "HELD OUT - OPEN" TO ARD-ACTION
               WHEN OTHER
                   MOVE "MATCHED - REVIEW" TO ARD-ACTION
           END-EVALUATE.
           MOVE TS-CUST-KEY TO ARD-CUST-KEY.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-DETAIL.
       1190-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1105-CHECK-WRITTEN-OFF - IS THIS DETAIL'S ITEM ON THE
      *  HISTORY AS A WRITE-OFF?
      *----------------------------------------------------------*
       1105-CHECK-WRITTEN-OFF.
           MOVE 'N' TO WS-WRITTEN-OFF-SWITCH.
           PERFORM 1106-MATCH-ONE-WRITE-OFF
               THRU 1106-EXIT
               VARYING WS-SPH-IDX FROM 1 BY 1
               UNTIL WS-SPH-IDX > WS-SPH-SIZE
               OR ITEM-WRITTEN-OFF.
       1105-EXIT.
           EXIT.

       1106-MATCH-ONE-WRITE-OFF.
           IF SP-MATCH-TYPE(WS-SPH-IDX) = 'W'
               AND SP-REF-1(WS-SPH-IDX) = TS-ITEM-REF
               MOVE 'Y' TO WS-WRITTEN-OFF-SWITCH
           END-IF.
       1106-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1107-CHECK-EARLIER-CYCLE - DID AN EARLIER CYCLE TODAY
      *  SETTLE THIS DETAIL'S ITEM FOR THE ENTITY IN HAND? ONLY
      *  THE HISTORY AS LOADED COUNTS - WHAT THIS RUN HAS ADDED
      *  FOR AN EARLIER SECTION IS ANOTHER ENTITY'S.
      *----------------------------------------------------------*
       1107-CHECK-EARLIER-CYCLE.
           MOVE 'N' TO WS-EARLIER-CYCLE-SWITCH.
           PERFORM 1108-MATCH-ONE-EARLIER-CYCLE
               THRU 1108-EXIT
               VARYING WS-SPH-IDX FROM 1 BY 1
               UNTIL WS-SPH-IDX > WS-SPH-LOADED-SIZE
               OR SETTLED-EARLIER-TODAY.
       1107-EXIT.
           EXIT.

       1108-MATCH-ONE-EARLIER-CYCLE.
           IF SP-SETTLED-DATE(WS-SPH-IDX) NOT = WS-RUN-DATE
               OR SP-ENTITY(WS-SPH-IDX) NOT = WS-CUR-ENTITY
               GO TO 1108-EXIT
           END-IF.
           IF SP-REF-1(WS-SPH-IDX) = TS-ITEM-REF
               OR SP-REF-2(WS-SPH-IDX) = TS-ITEM-REF
               OR SP-REF-3(WS-SPH-IDX) = TS-ITEM-REF
               MOVE 'Y' TO WS-EARLIER-CYCLE-SWITCH
           END-IF.
       1108-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-BUILD-SORT-TABLE - COPY THE CANDIDATE TABLE INTO
      *  SORT-TABLE AND SORT IT ASCENDING BY VALUE SO 2000-SEARCH-
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1300-START-SECTION - TWOSUM-INPUT CARRIES ONE H..D..T
      *  SECTION PER LEGAL ENTITY. ON EACH 'H': CLOSE OFF THE
      *  PRIOR ENTITY'S EXTRACT SECTION, OPEN THIS ONE'S, AND ADD
      *  ITS DETAILS TO THE CANDIDATE TABLE TAGGED WITH THE
      *  ENTITY. A SECOND SECTION FOR AN ENTITY ALREADY SEEN (OR
      *  ONE ENTITY TOO MANY) IS SKIPPED WHOLE AND FAILS THE RUN -
      *  ITS TARGETS WOULD OTHERWISE SETTLE OUTSIDE ITS SECTION.
      *----------------------------------------------------------*
       1300-START-SECTION.
           MOVE 'N' TO WS-SECTION-SKIP-SWITCH.
           MOVE 'N' TO WS-ENT-FOUND.
           PERFORM 1325-MATCH-ONE-ENTITY
               THRU 1325-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT
               OR ENTITY-KNOWN.
           IF ENTITY-KNOWN
               DISPLAY "TWOSUM-INPUT HAS A SECOND SECTION FOR "
                   "ENTITY '" TS-ENTITY "' - SKIPPED"
               MOVE 'Y' TO WS-SECTION-SKIP-SWITCH
           END-IF.
           IF NOT ENTITY-KNOWN
               AND WS-ENT-COUNT >= MAX-ENT-COUNT
               DISPLAY "TWOSUM-INPUT HAS MORE THAN " MAX-ENT-COUNT
                   " ENTITIES - SECTION FOR '" TS-ENTITY
                   "' SKIPPED"
               MOVE 'Y' TO WS-SECTION-SKIP-SWITCH
           END-IF.
           IF SKIPPING-SECTION
               MOVE "1300-START-SECTION"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF SECTION-OPEN
               PERFORM 1390-CLOSE-SECTION
                   THRU 1390-EXIT
           END-IF.
           MOVE TS-ENTITY TO WS-CUR-ENTITY.
           MOVE TS-BATCH-CURRENCY TO WS-BATCH-CURRENCY.
           MOVE TS-ITEM-COUNT TO WS-SECT-ITEM-COUNT.
           PERFORM 1310-OPEN-SECTION
               THRU 1310-EXIT.
      *> THE TABLE GROWS BY THIS SECTION'S DETAILS; WHILE THEY
      *> LOAD IT IS BOUNDED ONLY BY ITS ROOM.
           MOVE MAX-TABLE-SIZE TO TABLE-SIZE.
           PERFORM 1100-LOAD-CANDIDATE
               THRU 1100-EXIT
               VARYING WS-SECT-ITEM-IDX FROM 1 BY 1
               UNTIL WS-SECT-ITEM-IDX > WS-SECT-ITEM-COUNT
               OR END-OF-INPUT.
      *> A CURRENCY REJECT LEAVES A GAP THE COMPACTED LOAD CLOSED
      *> UP - THE TABLE IS ONLY AS BIG AS WHAT ACTUALLY LOADED.
           MOVE WS-LOAD-IDX TO TABLE-SIZE.
           IF NOT END-OF-INPUT AND TABLE-SIZE > 0
               PERFORM 1200-BUILD-SORT-TABLE
                   THRU 1200-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1310-OPEN-SECTION - REGISTER THE ENTITY IN HAND, OPEN ITS
      *  DATED GENERATION, AND WRITE ITS EXTRACT HEADER. OUR OWN
      *  BOOK KEEPS THE GENERATION NAME IT ALWAYS HAD, AND THE
      *  DAY'S FIRST CYCLE THE NAME WITHOUT A CYCLE SUFFIX.
      *----------------------------------------------------------*
       1310-OPEN-SECTION.
           ADD 1 TO WS-ENT-COUNT.
           MOVE WS-CUR-ENTITY TO ENT-CODE(WS-ENT-COUNT).
           MOVE 0 TO ENT-OPEN-COUNT(WS-ENT-COUNT).
           MOVE 0 TO ENT-BUCKET-1-7(WS-ENT-COUNT).
           MOVE 0 TO ENT-BUCKET-8-30(WS-ENT-COUNT).
           MOVE 0 TO ENT-BUCKET-OVER-30(WS-ENT-COUNT).
           MOVE 0 TO ENT-BUCKET-DISPUTED(WS-ENT-COUNT).
           MOVE 0 TO ENT-BUCKET-DISPUTE-FU(WS-ENT-COUNT).
           MOVE SPACES TO WS-SETT-GEN-FILENAME.
           IF WS-CUR-ENTITY = SPACES
               STRING WS-GEN-PREFIX DELIMITED BY SPACE
                      "SETTLEMENT-EXTRACT.D" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-SETT-GEN-FILENAME
               END-STRING
           ELSE
               STRING WS-GEN-PREFIX DELIMITED BY SPACE
                      "SETTLEMENT-EXTRACT." DELIMITED BY SIZE
                      WS-CUR-ENTITY DELIMITED BY SPACE
                      ".D" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-SETT-GEN-FILENAME
               END-STRING
           END-IF.
           IF WS-RUN-CYCLE > 1
               STRING WS-SETT-GEN-FILENAME DELIMITED BY SPACE
                      ".C" DELIMITED BY SIZE
                      WS-RUN-CYCLE DELIMITED BY SIZE
                   INTO WS-CYCLE-GEN-FILENAME
               END-STRING
               MOVE WS-CYCLE-GEN-FILENAME TO WS-SETT-GEN-FILENAME
           END-IF.
           MOVE WS-SETT-GEN-FILENAME
               TO ENT-GEN-FILENAME(WS-ENT-COUNT).
           OPEN OUTPUT SETTLEMENT-GEN.
           MOVE 0 TO WS-SECT-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 'Y' TO WS-SECTION-SWITCH.
           PERFORM 1070-WRITE-EXTRACT-HEADER
               THRU 1070-EXIT.
       1310-EXIT.
           EXIT.

       1325-MATCH-ONE-ENTITY.
           IF ENT-CODE(WS-ENT-IDX) = TS-ENTITY
               MOVE 'Y' TO WS-ENT-FOUND
           END-IF.
       1325-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1390-CLOSE-SECTION - THE ENTITY IN HAND IS DONE: WRITE
      *  ITS EXTRACT TRAILER AND CLOSE ITS GENERATION.
      *----------------------------------------------------------*
       1390-CLOSE-SECTION.
           PERFORM 9050-WRITE-EXTRACT-TRAILER
               THRU 9050-EXIT.
           CLOSE SETTLEMENT-GEN.
           MOVE 'N' TO WS-SECTION-SWITCH.
       1390-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-SEARCH-PAIRS - FOR EACH TABLE ENTRY, BINARY-SEARCH
      *  SORT-TABLE FOR ITS COMPLEMENT AND REPORT EVERY PAIR OF
           EXIT.

       2100-SEARCH-OUTER.
      *> ONLY THE TARGET'S OWN ENTITY'S ITEMS CAN SETTLE IT.
           IF WS-ENTITY-ENTRY(OUTER_COUNT) NOT = WS-CUR-ENTITY
               GO TO 2100-EXIT
           END-IF.
           MOVE CANDIDATE-ENTRY(OUTER_COUNT) TO OUTER_VALUE.
           COMPUTE WS-COMPLEMENT = TARGET - OUTER_VALUE.
      *> A NEGATIVE COMPLEMENT IS A REAL CANDIDATE NOW THAT THE

       2120-CHECK-AND-STEP-LEFT.
           IF SRT-INDEX(WS-SCAN-IDX) > OUTER_COUNT
               AND WS-CUST-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUST-ENTRY(OUTER_COUNT)
               AND WS-ENTITY-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUR-ENTITY
               DISPLAY "TARGET=" TARGET " " OUTER_COUNT " "
                   SRT-INDEX(WS-SCAN-IDX)
               MOVE 'Y' TO WS-MATCH-SWITCH

       2130-CHECK-AND-STEP-RIGHT.
           IF SRT-INDEX(WS-SCAN-IDX) > OUTER_COUNT
               AND WS-CUST-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUST-ENTRY(OUTER_COUNT)
               AND WS-ENTITY-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUR-ENTITY
               DISPLAY "TARGET=" TARGET " " OUTER_COUNT " "
                   SRT-INDEX(WS-SCAN-IDX)
               MOVE 'Y' TO WS-MATCH-SWITCH
      *> RESOLVE THE MATCH'S TABLE POSITIONS TO THE PERMANENT
      *> ITEM REFERENCES - EVERYTHING DOWNSTREAM OF HERE, THE
      *> HISTORY INCLUDED, WORKS IN REFERENCES ONLY.
      *> A REFERENCE MATCH CAN SETTLE A SINGLE ITEM, LEAVING THE
      *> SECOND POSITION EMPTY.
           MOVE WS-REF-ENTRY(WS-MATCH-IDX-1) TO WS-MATCH-REF-1.
           IF WS-MATCH-IDX-2 > 0
               MOVE WS-REF-ENTRY(WS-MATCH-IDX-2) TO WS-MATCH-REF-2
           ELSE
               MOVE SPACES TO WS-MATCH-REF-2
           END-IF.
           IF WS-MATCH-IDX-3 > 0
               MOVE WS-REF-ENTRY(WS-MATCH-IDX-3) TO WS-MATCH-REF-3
           ELSE
      *> MATCHED IS MATCHED, EVEN IF THE EXTRACT WRITE BELOW IS
      *> SUPPRESSED AS PREVIOUSLY SETTLED - THE ITEM IS NOT OPEN.
           MOVE 'Y' TO WS-MATCHED-FLAG(WS-MATCH-IDX-1).
           IF WS-MATCH-IDX-2 > 0
               MOVE 'Y' TO WS-MATCHED-FLAG(WS-MATCH-IDX-2)
           END-IF.
           IF WS-MATCH-IDX-3 > 0
               MOVE 'Y' TO WS-MATCHED-FLAG(WS-MATCH-IDX-3)
           END-IF.
                                    TO SETT-ORIG-CURRENCY
           END-IF.
           MOVE WS-TARGET-ORIG-AMT  TO SETT-ORIG-AMOUNT.
           MOVE WS-CUST-ENTRY(WS-MATCH-IDX-1)
                                    TO SETT-CUST-KEY.
           MOVE WS-CUR-ENTITY       TO SETT-ENTITY.
      *> DUAL CONTROL: A MATCH OVER THE HOLD THRESHOLD GOES TO
      *> THE HELD FILE FOR A SUPERVISOR, NEVER STRAIGHT TO THE
      *> EXTRACT. IT KEEPS ITS HISTORY ENTRY (MADE ABOVE) SO IT
           PERFORM 2145-WRITE-EXTRACT-REC
               THRU 2145-EXIT.
           ADD 1 TO WS-SETT-COUNT.
           ADD 1 TO WS-SECT-COUNT.
           ADD TARGET TO WS-HASH-TOTAL.
       2140-EXIT.
           EXIT.
           MOVE WS-MATCH-REF-1 TO SP-REF-1(WS-SPH-SIZE).
           MOVE WS-MATCH-REF-2 TO SP-REF-2(WS-SPH-SIZE).
           MOVE WS-MATCH-REF-3 TO SP-REF-3(WS-SPH-SIZE).
           MOVE WS-MATCH-TYPE TO SP-MATCH-TYPE(WS-SPH-SIZE).
           MOVE TARGET TO SP-MATCHED-AMOUNT(WS-SPH-SIZE).
           MOVE WS-CUST-ENTRY(WS-MATCH-IDX-1)
               TO SP-CUST-KEY(WS-SPH-SIZE).
           MOVE WS-CUR-ENTITY TO SP-ENTITY(WS-SPH-SIZE).
           MOVE CANDIDATE-ENTRY(WS-MATCH-IDX-1)
               TO SP-AMOUNT-1(WS-SPH-SIZE).
           MOVE WS-MATCH-REF-1 TO WS-FS-REF.
           PERFORM 2148-FIND-FIRST-SEEN
               THRU 2148-EXIT.
           MOVE WS-FS-DATE TO SP-FIRST-SEEN-1(WS-SPH-SIZE).
           IF WS-MATCH-IDX-2 > 0
               MOVE CANDIDATE-ENTRY(WS-MATCH-IDX-2)
                   TO SP-AMOUNT-2(WS-SPH-SIZE)
               MOVE WS-MATCH-REF-2 TO WS-FS-REF
               PERFORM 2148-FIND-FIRST-SEEN
                   THRU 2148-EXIT
               MOVE WS-FS-DATE TO SP-FIRST-SEEN-2(WS-SPH-SIZE)
           ELSE
               MOVE 0 TO SP-AMOUNT-2(WS-SPH-SIZE)
               MOVE SPACES TO SP-FIRST-SEEN-2(WS-SPH-SIZE)
           END-IF.
           IF WS-MATCH-IDX-3 > 0
               MOVE CANDIDATE-ENTRY(WS-MATCH-IDX-3)
                   TO SP-AMOUNT-3(WS-SPH-SIZE)
               MOVE WS-MATCH-REF-3 TO WS-FS-REF
               PERFORM 2148-FIND-FIRST-SEEN
                   THRU 2148-EXIT
               MOVE WS-FS-DATE TO SP-FIRST-SEEN-3(WS-SPH-SIZE)
           ELSE
               MOVE 0 TO SP-AMOUNT-3(WS-SPH-SIZE)
               MOVE SPACES TO SP-FIRST-SEEN-3(WS-SPH-SIZE)
           END-IF.
       2143-EXIT.
           EXIT.

       2144-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2148-FIND-FIRST-SEEN - THE DATE ITEM WS-FS-REF WAS FIRST
      *  SEEN OPEN: ITS DATE ON THE CARRIED-FORWARD OPEN-ITEMS
      *  FILE, OR TONIGHT IF IT WAS NOT OPEN BEFORE.
      *----------------------------------------------------------*
       2148-FIND-FIRST-SEEN.
           MOVE WS-RUN-DATE TO WS-FS-DATE.
           MOVE 'N' TO WS-OI-FOUND.
           PERFORM 2149-MATCH-ONE-FIRST-SEEN
               THRU 2149-EXIT
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-SIZE
               OR OPEN-ITEM-KNOWN.
       2148-EXIT.
           EXIT.

       2149-MATCH-ONE-FIRST-SEEN.
           IF OI-T-REF(WS-OI-IDX) = WS-FS-REF
               MOVE 'Y' TO WS-OI-FOUND
               MOVE OI-T-FIRST-SEEN(WS-OI-IDX) TO WS-FS-DATE
           END-IF.
       2149-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2145-WRITE-EXTRACT-REC - EVERY EXTRACT RECORD GOES TO
      *  BOTH THE TRANSMISSION FILE AND THIS RUN'S DATED
           EXIT.

       2510-TRIPLE-OUTER.
           IF WS-ENTITY-ENTRY(WS-TRI-I) NOT = WS-CUR-ENTITY
               GO TO 2510-EXIT
           END-IF.
           COMPUTE WS-TRI-J-START = WS-TRI-I + 1.
           PERFORM 2520-TRIPLE-INNER
               THRU 2520-EXIT
           EXIT.

       2520-TRIPLE-INNER.
           IF WS-CUST-ENTRY(WS-TRI-J) NOT = WS-CUST-ENTRY(WS-TRI-I)
               OR WS-ENTITY-ENTRY(WS-TRI-J) NOT = WS-CUR-ENTITY
               GO TO 2520-EXIT
           END-IF.
           COMPUTE WS-COMPLEMENT = TARGET
               - CANDIDATE-ENTRY(WS-TRI-I)
               - CANDIDATE-ENTRY(WS-TRI-J).

       2540-TRIPLE-STEP-LEFT.
           IF SRT-INDEX(WS-SCAN-IDX) > WS-TRI-J
               AND WS-CUST-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUST-ENTRY(WS-TRI-I)
               AND WS-ENTITY-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUR-ENTITY
               PERFORM 2560-REPORT-TRIPLE
                   THRU 2560-EXIT
           END-IF.

       2550-TRIPLE-STEP-RIGHT.
           IF SRT-INDEX(WS-SCAN-IDX) > WS-TRI-J
               AND WS-CUST-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUST-ENTRY(WS-TRI-I)
               AND WS-ENTITY-ENTRY(SRT-INDEX(WS-SCAN-IDX))
                   = WS-CUR-ENTITY
               PERFORM 2560-REPORT-TRIPLE
                   THRU 2560-EXIT
           END-IF.
           EXIT.

       2610-NEAR-MISS-OUTER.
           IF WS-ENTITY-ENTRY(WS-TRI-I) NOT = WS-CUR-ENTITY
               GO TO 2610-EXIT
           END-IF.
           COMPUTE WS-TRI-J-START = WS-TRI-I + 1.
           PERFORM 2620-NEAR-MISS-INNER
               THRU 2620-EXIT
           EXIT.

       2620-NEAR-MISS-INNER.
           IF WS-CUST-ENTRY(WS-TRI-J) NOT = WS-CUST-ENTRY(WS-TRI-I)
               OR WS-ENTITY-ENTRY(WS-TRI-J) NOT = WS-CUR-ENTITY
               GO TO 2620-EXIT
           END-IF.
           COMPUTE WS-PAIR-SUM = CANDIDATE-ENTRY(WS-TRI-I)
               + CANDIDATE-ENTRY(WS-TRI-J).
           IF WS-PAIR-SUM < WS-BAND-LOW
           MOVE WS-REF-ENTRY(WS-TRI-J) TO NM-REF-2.
           MOVE WS-PAIR-SUM TO NM-PAIR-SUM.
           COMPUTE NM-DIFFERENCE = WS-PAIR-SUM - TARGET.
           MOVE CANDIDATE-ENTRY(WS-TRI-I) TO NM-AMOUNT-1.
           MOVE CANDIDATE-ENTRY(WS-TRI-J) TO NM-AMOUNT-2.
           MOVE WS-REF-ENTRY(WS-TRI-I) TO WS-FS-REF.
           PERFORM 2148-FIND-FIRST-SEEN
               THRU 2148-EXIT.
           MOVE WS-FS-DATE TO NM-FIRST-SEEN-1.
           MOVE WS-REF-ENTRY(WS-TRI-J) TO WS-FS-REF.
           PERFORM 2148-FIND-FIRST-SEEN
               THRU 2148-EXIT.
           MOVE WS-FS-DATE TO NM-FIRST-SEEN-2.
           MOVE 'N' TO NM-REFERENCED.
           MOVE 0 TO NM-AMOUNT-3.
           MOVE WS-CUST-ENTRY(WS-TRI-I) TO NM-CUST-KEY.
           MOVE WS-CUR-ENTITY TO NM-ENTITY.
           WRITE NEAR-MISS-REC.
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2700-MATCH-BY-REFERENCE - A TARGET WHOSE REMITTANCE
      *  QUOTED ITEM REFERENCES IS SETTLED AGAINST EXACTLY THE
      *  QUOTED ITEMS ON TONIGHT'S CANDIDATE LIST: WHEN THEIR
      *  AMOUNTS SUM TO THE TARGET IT GOES TO THE EXTRACT AS
      *  MATCH-TYPE 'R'; WHEN THEY DO NOT, THE ITEMS GO TO
      *  NEAR-MISS-REVIEW AS A REFERENCED SHORT OR OVER PAYMENT.
      *  EITHER WAY THE AMOUNT SEARCHES NEVER SEE THE TARGET. ONLY
      *  A TARGET WITH NO USABLE REFERENCE FALLS THROUGH TO THEM.
      *----------------------------------------------------------*
       2700-MATCH-BY-REFERENCE.
           MOVE 'N' TO WS-REF-PASS-SWITCH.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE 0 TO WS-QUOTED-COUNT.
           MOVE 0 TO WS-QUOTED-IDX(1).
           MOVE 0 TO WS-QUOTED-IDX(2).
           MOVE 0 TO WS-QUOTED-IDX(3).
           MOVE 0 TO WS-QUOTED-SUM.
           IF TS-TARGET-REF-1 = SPACES
               AND TS-TARGET-REF-2 = SPACES
               AND TS-TARGET-REF-3 = SPACES
               GO TO 2700-EXIT
           END-IF.
           MOVE TS-TARGET-REF-1 TO WS-QUOTED-REF.
           PERFORM 2710-RESOLVE-QUOTED-REF
               THRU 2710-EXIT.
           MOVE TS-TARGET-REF-2 TO WS-QUOTED-REF.
           PERFORM 2710-RESOLVE-QUOTED-REF
               THRU 2710-EXIT.
           MOVE TS-TARGET-REF-3 TO WS-QUOTED-REF.
           PERFORM 2710-RESOLVE-QUOTED-REF
               THRU 2710-EXIT.
           IF WS-QUOTED-COUNT = 0
               DISPLAY "TARGET=" TARGET " QUOTES NO USABLE "
                   "REFERENCE - AMOUNT SEARCH"
               GO TO 2700-EXIT
           END-IF.
           IF WS-QUOTED-SUM = TARGET
               MOVE 'Y' TO WS-REF-PASS-SWITCH
               MOVE 'Y' TO WS-MATCH-SWITCH
               MOVE 'Y' TO WS-BATCH-MATCH-SWITCH
               ADD 1 TO WS-REFERENCE-COUNT
               DISPLAY "TARGET=" TARGET " " WS-QUOTED-IDX(1) " "
                   WS-QUOTED-IDX(2) " " WS-QUOTED-IDX(3)
                   " (REFERENCE)"
               MOVE WS-QUOTED-IDX(1) TO WS-MATCH-IDX-1
               MOVE WS-QUOTED-IDX(2) TO WS-MATCH-IDX-2
               MOVE WS-QUOTED-IDX(3) TO WS-MATCH-IDX-3
               MOVE 'R' TO WS-MATCH-TYPE
               PERFORM 2140-WRITE-SETTLEMENT
                   THRU 2140-EXIT
               GO TO 2700-EXIT
           END-IF.
      *> A DIFFERENCE TOO LARGE FOR THE REVIEW RECORD IS NO SHORT
      *> OR OVER PAYMENT - THE PAYER QUOTED THE WRONG ITEMS - SO
      *> THE AMOUNT SEARCH GETS THE TARGET AFTER ALL.
           COMPUTE WS-QUOTED-DIFFERENCE = WS-QUOTED-SUM - TARGET.
           IF WS-QUOTED-DIFFERENCE > 99999.99
               OR WS-QUOTED-DIFFERENCE < -99999.99
               ADD 1 TO WS-UNUSABLE-REF-COUNT
               DISPLAY "TARGET=" TARGET " QUOTED ITEMS DIFFER BY "
                   WS-QUOTED-DIFFERENCE " - AMOUNT SEARCH"
               GO TO 2700-EXIT
           END-IF.
           MOVE 'Y' TO WS-REF-PASS-SWITCH.
           PERFORM 2730-WRITE-REF-NEAR-MISS
               THRU 2730-EXIT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2710-RESOLVE-QUOTED-REF - FIND QUOTED REFERENCE
      *  WS-QUOTED-REF ON THE CANDIDATE LIST AND ADD THE ITEM TO
      *  THE QUOTED SET. A REFERENCE QUOTED TWICE COUNTS ONCE.
      *----------------------------------------------------------*
       2710-RESOLVE-QUOTED-REF.
           IF WS-QUOTED-REF = SPACES
               GO TO 2710-EXIT
           END-IF.
           MOVE 'N' TO WS-QUOTED-FOUND.
           PERFORM 2720-MATCH-ONE-QUOTED-REF
               THRU 2720-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > TABLE-SIZE
               OR QUOTED-REF-FOUND.
           IF NOT QUOTED-REF-FOUND
               ADD 1 TO WS-UNUSABLE-REF-COUNT
               DISPLAY "TARGET=" TARGET " QUOTED REFERENCE "
                   WS-QUOTED-REF " NOT ON THE CANDIDATE LIST"
               GO TO 2710-EXIT
           END-IF.
      *> THE VARYING LOOP LEAVES THE INDEX ONE PAST THE HIT.
           SUBTRACT 1 FROM WS-SCAN-IDX.
           PERFORM 2725-CHECK-ALREADY-QUOTED
               THRU 2725-EXIT
               VARYING WS-QUOTED-SUB FROM 1 BY 1
               UNTIL WS-QUOTED-SUB > WS-QUOTED-COUNT.
           IF WS-SCAN-IDX = 0
               GO TO 2710-EXIT
           END-IF.
      *> ONE PAYMENT SETTLES ONE CUSTOMER'S ITEMS - THE FIRST
      *> USABLE QUOTED ITEM DECIDES WHOSE.
           IF WS-QUOTED-COUNT > 0
               AND WS-CUST-ENTRY(WS-SCAN-IDX)
                   NOT = WS-CUST-ENTRY(WS-QUOTED-IDX(1))
               ADD 1 TO WS-UNUSABLE-REF-COUNT
               DISPLAY "TARGET=" TARGET " QUOTED REFERENCE "
                   WS-QUOTED-REF " IS ANOTHER CUSTOMER'S ITEM"
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WS-QUOTED-COUNT.
           MOVE WS-SCAN-IDX TO WS-QUOTED-IDX(WS-QUOTED-COUNT).
           ADD CANDIDATE-ENTRY(WS-SCAN-IDX) TO WS-QUOTED-SUM.
       2710-EXIT.
           EXIT.

      *> ANOTHER ENTITY'S ITEM IS NOT ON THIS TARGET'S LIST.
       2720-MATCH-ONE-QUOTED-REF.
           IF WS-REF-ENTRY(WS-SCAN-IDX) = WS-QUOTED-REF
               AND WS-ENTITY-ENTRY(WS-SCAN-IDX) = WS-CUR-ENTITY
               MOVE 'Y' TO WS-QUOTED-FOUND
           END-IF.
       2720-EXIT.
           EXIT.

      *> A REPEAT OF AN ITEM ALREADY IN THE SET IS DROPPED BY
      *> ZEROING THE INDEX.
       2725-CHECK-ALREADY-QUOTED.
           IF WS-QUOTED-IDX(WS-QUOTED-SUB) = WS-SCAN-IDX
               MOVE 0 TO WS-SCAN-IDX
           END-IF.
       2725-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2730-WRITE-REF-NEAR-MISS - THE QUOTED ITEMS DO NOT SUM TO
      *  THE PAYMENT. SEND THEM TO NEAR-MISS-REVIEW, FLAGGED AS A
      *  REFERENCED SHORT OR OVER PAYMENT, FOR A CLERK TO APPROVE
      *  (WRITING OFF THE DIFFERENCE) OR REJECT.
      *----------------------------------------------------------*
       2730-WRITE-REF-NEAR-MISS.
           ADD 1 TO WS-NEARMISS-COUNT.
           ADD 1 TO WS-REF-NEARMISS-COUNT.
           IF WS-QUOTED-SUM < TARGET
               DISPLAY "TARGET=" TARGET " REFERENCED ITEMS SUM TO "
                   WS-QUOTED-SUM " - OVERPAYMENT TO REVIEW"
           ELSE
               DISPLAY "TARGET=" TARGET " REFERENCED ITEMS SUM TO "
                   WS-QUOTED-SUM " - SHORT PAYMENT TO REVIEW"
           END-IF.
           MOVE SPACES TO NEAR-MISS-REC.
           MOVE WS-RUN-DATE TO NM-RUN-DATE.
           MOVE TARGET TO NM-TARGET.
           MOVE WS-QUOTED-SUM TO NM-PAIR-SUM.
           MOVE WS-QUOTED-DIFFERENCE TO NM-DIFFERENCE.
           MOVE 'Y' TO NM-REFERENCED.
           MOVE WS-QUOTED-IDX(1) TO WS-TRI-I.
           MOVE 'Y' TO WS-MATCHED-FLAG(WS-TRI-I).
           MOVE WS-CUST-ENTRY(WS-TRI-I) TO NM-CUST-KEY.
           MOVE WS-CUR-ENTITY TO NM-ENTITY.
           MOVE WS-REF-ENTRY(WS-TRI-I) TO NM-REF-1.
           MOVE CANDIDATE-ENTRY(WS-TRI-I) TO NM-AMOUNT-1.
           MOVE WS-REF-ENTRY(WS-TRI-I) TO WS-FS-REF.
           PERFORM 2148-FIND-FIRST-SEEN
               THRU 2148-EXIT.
           MOVE WS-FS-DATE TO NM-FIRST-SEEN-1.
           MOVE 0 TO NM-AMOUNT-2.
           MOVE 0 TO NM-AMOUNT-3.
           IF WS-QUOTED-COUNT > 1
               MOVE WS-QUOTED-IDX(2) TO WS-TRI-I
               MOVE 'Y' TO WS-MATCHED-FLAG(WS-TRI-I)
               MOVE WS-REF-ENTRY(WS-TRI-I) TO NM-REF-2
               MOVE CANDIDATE-ENTRY(WS-TRI-I) TO NM-AMOUNT-2
               MOVE WS-REF-ENTRY(WS-TRI-I) TO WS-FS-REF
               PERFORM 2148-FIND-FIRST-SEEN
                   THRU 2148-EXIT
               MOVE WS-FS-DATE TO NM-FIRST-SEEN-2
           END-IF.
           IF WS-QUOTED-COUNT > 2
               MOVE WS-QUOTED-IDX(3) TO WS-TRI-I
               MOVE 'Y' TO WS-MATCHED-FLAG(WS-TRI-I)
               MOVE WS-REF-ENTRY(WS-TRI-I) TO NM-REF-3
               MOVE CANDIDATE-ENTRY(WS-TRI-I) TO NM-AMOUNT-3
               MOVE WS-REF-ENTRY(WS-TRI-I) TO WS-FS-REF
               PERFORM 2148-FIND-FIRST-SEEN
                   THRU 2148-EXIT
               MOVE WS-FS-DATE TO NM-FIRST-SEEN-3
           END-IF.
           WRITE NEAR-MISS-REC.
       2730-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PROCESS-TARGETS - READ EACH TRAILING 'T' TARGET
      *  RECORD AND RUN 2000-SEARCH-PAIRS AGAINST IT, REUSING THE
      *  CANDIDATE TABLE AND SORT-TABLE BUILT BY 1000-INITIALIZE
      *  RATHER THAN RELOADING THEM PER TARGET. AN 'H' STARTS THE
      *  NEXT ENTITY'S SECTION, WHOSE DETAILS 1300 ADDS TO THE
      *  TABLE BEFORE ITS TARGETS ARE READ.
      *----------------------------------------------------------*
       3000-PROCESS-TARGETS.
           IF END-OF-INPUT
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT END-OF-INPUT
               IF TS-REC-TYPE = 'H'
                   PERFORM 1300-START-SECTION
                       THRU 1300-EXIT
                   GO TO 3100-EXIT
               END-IF
               IF SKIPPING-SECTION
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-TARGET-COUNT
               PERFORM 3150-CONVERT-TARGET
                   THRU 3150-EXIT
               IF TARGET-REJECTED
                   GO TO 3100-EXIT
               END-IF
               PERFORM 2700-MATCH-BY-REFERENCE
                   THRU 2700-EXIT
               IF HANDLED-BY-REFERENCE
                   GO TO 3100-EXIT
               END-IF
               PERFORM 2000-SEARCH-PAIRS
                   THRU 2000-EXIT
               IF NOT MATCH-FOUND AND TRIPLE-MODE-ON
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE TWOSUM-INPUT.
      *> AN EMPTY (OR UNCHECKABLE) FEED STILL SENDS A COMPLETE,
      *> EMPTY EXTRACT - ONE SECTION FOR OUR OWN BOOK.
           IF WS-ENT-COUNT = 0
               MOVE SPACES TO WS-CUR-ENTITY
               PERFORM 1310-OPEN-SECTION
                   THRU 1310-EXIT
           END-IF.
           IF SECTION-OPEN
               PERFORM 1390-CLOSE-SECTION
                   THRU 1390-EXIT
           END-IF.
           CLOSE SETTLEMENT-EXTRACT.
      *> THE GENERATION LIST AND ITS DELETIONS ARE LIVE STATE - A
      *> REHEARSAL RUN LEAVES THEM ALONE.
           IF NOT SHADOW-MODE
               PERFORM 9060-MAINTAIN-GENERATIONS
                   THRU 9060-EXIT
               PERFORM 9068-WRITE-SETTLE-CYCLE
                   THRU 9068-EXIT
           END-IF.
           PERFORM 9070-REWRITE-SETTLED-PAIRS
               THRU 9070-EXIT.
           CLOSE NEAR-MISS-REVIEW.
           CLOSE HELD-SETTLEMENTS.
           PERFORM 9080-WRITE-ANOMALY-TOTALS
               THRU 9080-EXIT.
           CLOSE CANDIDATE-ANOMALIES.
           CLOSE CANDIDATE-ANOMALY-RPT.
           CLOSE CLOSED-ACCOUNT-REVIEW.
           IF CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY "MATCHES HELD FOR RELEASE......: "
                   WS-HELD-COUNT
               DISPLAY "NEAR-MISS PAIRS FOR REVIEW: "
                   WS-NEARMISS-COUNT
           END-IF.
           IF WS-REFERENCE-COUNT > 0
               DISPLAY "SETTLED BY QUOTED REFERENCE......: "
                   WS-REFERENCE-COUNT
           END-IF.
           IF WS-REF-NEARMISS-COUNT > 0
               DISPLAY "REFERENCED SHORT/OVER PAYMENTS...: "
                   WS-REF-NEARMISS-COUNT
           END-IF.
           IF WS-UNUSABLE-REF-COUNT > 0
               DISPLAY "UNUSABLE QUOTED REFERENCES.......: "
                   WS-UNUSABLE-REF-COUNT
           END-IF.
       9000-EXIT.
           EXIT.

      *  CARRY IT FORWARD ON OPEN-ITEMS (KEEPING ITS ORIGINAL
      *  FIRST-SEEN DATE) AND AGE IT ON THE OPEN-ITEMS REPORT.
      *  A RUN THAT LOADED NO CANDIDATES LEAVES THE CARRY FILE
      *  ALONE - AN EMPTY OR FAILED FEED MUST NOT WIPE IT. THE
      *  REPORT BREAKS BY ENTITY, EACH WITH ITS OWN BUCKET
      *  SUBTOTALS, AND ENDS WITH THE WHOLE RUN'S.
      *----------------------------------------------------------*
       8500-PROCESS-OPEN-ITEMS.
      *> THE TARGETS HAVE RUN - PUT THE HELD-OUT ITEMS BACK ON THE
      *> END OF THE TABLE, UNMATCHED, SO THEY CARRY FORWARD.
           PERFORM 8505-RESTORE-HELD-ITEM
               THRU 8505-EXIT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-SIZE.
           IF TABLE-SIZE = 0
               GO TO 8500-EXIT
           END-IF.
      *> SAME BELT AND BRACES AS THE SETTLED-PAIRS REWRITE.
           IF SHADOW-MODE
               MOVE SPACES TO WS-OI-FILENAME
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-HEADING-1.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-HEADING-2.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-HEADING-3.
           PERFORM 8550-REPORT-ONE-ENTITY
               THRU 8550-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BLANK.
           MOVE SPACES TO OPEN-RPT-ENTITY-LINE.
           MOVE "ALL ENTITIES" TO ORE-CAPTION.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-ENTITY-LINE.
           MOVE WS-BUCKET-1-7 TO WS-RB-1-7.
           MOVE WS-BUCKET-8-30 TO WS-RB-8-30.
           MOVE WS-BUCKET-OVER-30 TO WS-RB-OVER-30.
           MOVE WS-BUCKET-DISPUTED TO WS-RB-DISPUTED.
           MOVE WS-BUCKET-DISPUTE-FU TO WS-RB-DISPUTE-FU.
           MOVE WS-OPEN-COUNT TO WS-RB-TOTAL.
           PERFORM 8560-WRITE-BUCKET-LINES
               THRU 8560-EXIT.
           CLOSE OPEN-ITEMS-RPT.
           CLOSE OPEN-ITEMS.
           IF WS-OPEN-COUNT > 0
       8500-EXIT.
           EXIT.

       8505-RESTORE-HELD-ITEM.
           ADD 1 TO TABLE-SIZE.
           MOVE CH-AMOUNT(WS-CH-IDX) TO CANDIDATE-ENTRY(TABLE-SIZE).
           MOVE CH-REF(WS-CH-IDX) TO WS-REF-ENTRY(TABLE-SIZE).
           MOVE CH-CUST-KEY(WS-CH-IDX) TO WS-CUST-ENTRY(TABLE-SIZE).
           MOVE CH-ENTITY(WS-CH-IDX) TO WS-ENTITY-ENTRY(TABLE-SIZE).
           MOVE CH-CURRENCY(WS-CH-IDX) TO FX-CURRENCY(TABLE-SIZE).
           MOVE CH-ORIG-AMOUNT(WS-CH-IDX)
               TO FX-ORIG-AMOUNT(TABLE-SIZE).
           MOVE CH-RATE(WS-CH-IDX) TO FX-RATE(TABLE-SIZE).
           IF CH-DISPUTE(WS-CH-IDX) = SPACE
               MOVE 'N' TO WS-MATCHED-FLAG(TABLE-SIZE)
           ELSE
               MOVE CH-DISPUTE(WS-CH-IDX)
                   TO WS-MATCHED-FLAG(TABLE-SIZE)
           END-IF.
       8505-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8510-LOAD-OPEN-ITEMS - PRIOR RUNS' OPEN ITEMS, SO AN
      *  ITEM STILL OPEN KEEPS ITS ORIGINAL FIRST-SEEN DATE.
           ADD 1 TO WS-OI-SIZE.
           MOVE OI-ITEM-REF TO OI-T-REF(WS-OI-SIZE).
           MOVE OI-FIRST-SEEN TO OI-T-FIRST-SEEN(WS-OI-SIZE).
           IF OI-AMOUNT IS NUMERIC
               MOVE OI-AMOUNT TO OI-T-AMOUNT(WS-OI-SIZE)
           ELSE
               MOVE 0 TO OI-T-AMOUNT(WS-OI-SIZE)
           END-IF.
           IF OI-CURRENCY NOT = SPACES
               AND OI-ORIG-AMOUNT IS NUMERIC
               MOVE OI-CURRENCY TO OI-T-CURRENCY(WS-OI-SIZE)
               MOVE OI-ORIG-AMOUNT TO OI-T-ORIG-AMOUNT(WS-OI-SIZE)
           ELSE
               MOVE SPACES TO OI-T-CURRENCY(WS-OI-SIZE)
               MOVE 0 TO OI-T-ORIG-AMOUNT(WS-OI-SIZE)
           END-IF.
      *> A RECORD WRITTEN BEFORE THE RATE WAS CARRIED (OR PUT
      *> BACK BY A REVERSAL) HAS NONE - TONIGHT'S RATE STANDS IN.
           IF OI-FIRST-RATE IS NUMERIC
               MOVE OI-FIRST-RATE TO OI-T-FIRST-RATE(WS-OI-SIZE)
           ELSE
               MOVE 0 TO OI-T-FIRST-RATE(WS-OI-SIZE)
           END-IF.
       8520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8530-JUDGE-ONE-CANDIDATE - STILL UNMATCHED: WRITE IT TO
      *  THE CARRY-FORWARD FILE AND AGE IT INTO ITS BUCKET - OR,
      *  FOR AN ITEM UNDER DISPUTE, INTO THE DISPUTED BUCKET.
      *----------------------------------------------------------*
       8530-JUDGE-ONE-CANDIDATE.
           IF WS-MATCHED-FLAG(OUTER_COUNT) = 'Y'
               OR WS-ENTITY-ENTRY(OUTER_COUNT)
                   NOT = ENT-CODE(WS-ENT-IDX)
               GO TO 8530-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           ADD 1 TO ENT-OPEN-COUNT(WS-ENT-IDX).
           MOVE WS-RUN-DATE TO WS-OI-FIRST-SEEN.
           MOVE FX-RATE(OUTER_COUNT) TO WS-OI-FIRST-RATE.
           MOVE 'N' TO WS-OI-FOUND.
           PERFORM 8540-FIND-PRIOR-OPEN-ITEM
               THRU 8540-EXIT
           MOVE WS-REF-ENTRY(OUTER_COUNT) TO OI-ITEM-REF.
           MOVE WS-OI-FIRST-SEEN TO OI-FIRST-SEEN.
           MOVE CANDIDATE-ENTRY(OUTER_COUNT) TO OI-AMOUNT.
           MOVE FX-CURRENCY(OUTER_COUNT) TO OI-CURRENCY.
           MOVE FX-ORIG-AMOUNT(OUTER_COUNT) TO OI-ORIG-AMOUNT.
           MOVE WS-OI-FIRST-RATE TO OI-FIRST-RATE.
           MOVE WS-CUST-ENTRY(OUTER_COUNT) TO OI-CUST-KEY.
           MOVE WS-ENTITY-ENTRY(OUTER_COUNT) TO OI-ENTITY.
           WRITE OPEN-ITEM-REC.
           MOVE 'B' TO WS-CAL-FUNCTION.
           MOVE WS-OI-FIRST-SEEN TO WS-CAL-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-TO-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               MOVE 1 TO WS-OI-DAYS
           ELSE
               COMPUTE WS-OI-DAYS = WS-CAL-DAYS + 1
           END-IF.
           MOVE SPACES TO OPEN-RPT-DETAIL.
           MOVE WS-REF-ENTRY(OUTER_COUNT) TO ORD-ITEM-REF.
           MOVE CANDIDATE-ENTRY(OUTER_COUNT) TO ORD-AMOUNT.
           MOVE WS-OI-FIRST-SEEN TO ORD-FIRST-SEEN.
           MOVE WS-OI-DAYS TO ORD-DAYS.
           MOVE WS-CUST-ENTRY(OUTER_COUNT) TO ORD-CUST-KEY.
           EVALUATE TRUE
               WHEN WS-MATCHED-FLAG(OUTER_COUNT) = 'F'
                   ADD 1 TO WS-BUCKET-DISPUTED
                   ADD 1 TO ENT-BUCKET-DISPUTED(WS-ENT-IDX)
                   ADD 1 TO WS-BUCKET-DISPUTE-FU
                   ADD 1 TO ENT-BUCKET-DISPUTE-FU(WS-ENT-IDX)
                   MOVE "DISPUTE F/UP" TO ORD-BUCKET
               WHEN WS-MATCHED-FLAG(OUTER_COUNT) = 'D'
                   ADD 1 TO WS-BUCKET-DISPUTED
                   ADD 1 TO ENT-BUCKET-DISPUTED(WS-ENT-IDX)
                   MOVE "IN DISPUTE" TO ORD-BUCKET
               WHEN WS-OI-DAYS > 30
                   ADD 1 TO WS-BUCKET-OVER-30
                   ADD 1 TO ENT-BUCKET-OVER-30(WS-ENT-IDX)
                   MOVE "OVER 30 DAYS" TO ORD-BUCKET
               WHEN WS-OI-DAYS > 7
                   ADD 1 TO WS-BUCKET-8-30
                   ADD 1 TO ENT-BUCKET-8-30(WS-ENT-IDX)
                   MOVE "8-30 DAYS" TO ORD-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-1-7
                   ADD 1 TO ENT-BUCKET-1-7(WS-ENT-IDX)
                   MOVE "1-7 DAYS" TO ORD-BUCKET
           END-EVALUATE.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-DETAIL.
               MOVE 'Y' TO WS-OI-FOUND
               MOVE OI-T-FIRST-SEEN(WS-OI-IDX)
                   TO WS-OI-FIRST-SEEN
               IF OI-T-FIRST-RATE(WS-OI-IDX) > 0
                   MOVE OI-T-FIRST-RATE(WS-OI-IDX)
                       TO WS-OI-FIRST-RATE
               END-IF
           END-IF.
       8540-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8550-REPORT-ONE-ENTITY - ONE ENTITY'S BREAK ON THE
      *  OPEN-ITEMS REPORT: ITS HEADING, ITS STILL-OPEN ITEMS
      *  (EACH ALSO CARRIED FORWARD), AND ITS BUCKET SUBTOTALS.
      *----------------------------------------------------------*
       8550-REPORT-ONE-ENTITY.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BLANK.
           MOVE SPACES TO OPEN-RPT-ENTITY-LINE.
           MOVE "ENTITY" TO ORE-CAPTION.
           IF ENT-CODE(WS-ENT-IDX) = SPACES
               MOVE "HOME" TO ORE-ENTITY
           ELSE
               MOVE ENT-CODE(WS-ENT-IDX) TO ORE-ENTITY
           END-IF.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-ENTITY-LINE.
           PERFORM 8530-JUDGE-ONE-CANDIDATE
               THRU 8530-EXIT
               VARYING OUTER_COUNT FROM 1 BY 1
               UNTIL OUTER_COUNT > TABLE-SIZE.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BLANK.
           MOVE ENT-BUCKET-1-7(WS-ENT-IDX) TO WS-RB-1-7.
           MOVE ENT-BUCKET-8-30(WS-ENT-IDX) TO WS-RB-8-30.
           MOVE ENT-BUCKET-OVER-30(WS-ENT-IDX) TO WS-RB-OVER-30.
           MOVE ENT-BUCKET-DISPUTED(WS-ENT-IDX) TO WS-RB-DISPUTED.
           MOVE ENT-BUCKET-DISPUTE-FU(WS-ENT-IDX)
               TO WS-RB-DISPUTE-FU.
           MOVE ENT-OPEN-COUNT(WS-ENT-IDX) TO WS-RB-TOTAL.
           PERFORM 8560-WRITE-BUCKET-LINES
               THRU 8560-EXIT.
       8550-EXIT.
           EXIT.

       8560-WRITE-BUCKET-LINES.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "OPEN 1-7 DAYS.........:" TO ORB-LABEL.
           MOVE WS-RB-1-7 TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "OPEN 8-30 DAYS........:" TO ORB-LABEL.
           MOVE WS-RB-8-30 TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "OPEN OVER 30 DAYS.....:" TO ORB-LABEL.
           MOVE WS-RB-OVER-30 TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "IN DISPUTE............:" TO ORB-LABEL.
           MOVE WS-RB-DISPUTED TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "  OF WHICH FOLLOW-UP..:" TO ORB-LABEL.
           MOVE WS-RB-DISPUTE-FU TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
           MOVE SPACES TO OPEN-RPT-BUCKET-LINE.
           MOVE "TOTAL OPEN ITEMS......:" TO ORB-LABEL.
           MOVE WS-RB-TOTAL TO ORB-COUNT.
           WRITE OPEN-RPT-LINE FROM OPEN-RPT-BUCKET-LINE.
       8560-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9050-WRITE-EXTRACT-TRAILER - 'T' CONTROL RECORD CLOSING
      *  AN ENTITY'S SECTION OF THE EXTRACT: THE SECTION'S DETAIL
      *  COUNT AND THE HASH TOTAL OF ITS MATCHED AMOUNTS, FOR THE
      *  RECEIVER TO VALIDATE AGAINST.
      *----------------------------------------------------------*
       9050-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO SETTLEMENT-REC.
           MOVE 'T' TO SETT-REC-TYPE.
           MOVE WS-CUR-ENTITY TO SETT-ENTITY.
           MOVE WS-SECT-COUNT TO SETT-TRL-REC-COUNT.
           MOVE WS-HASH-TOTAL TO SETT-TRL-HASH-TOTAL.
           PERFORM 2145-WRITE-EXTRACT-REC
               THRU 2145-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9060-MAINTAIN-GENERATIONS - NOTE THIS RUN'S GENERATIONS
      *  (ONE PER ENTITY) IN SETTLEMENT-GENLIST AND DELETE THE
      *  OLDEST ONCE MORE THAN WS-GEN-RETAIN PER ENTITY ARE ON
      *  DISK.
      *----------------------------------------------------------*
       9060-MAINTAIN-GENERATIONS.
           MOVE 'N' TO WS-EOF-SWITCH.
               CLOSE SETTLEMENT-GENLIST
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
      *> APPEND TODAY'S GENERATIONS UNLESS A RERUN ALREADY LISTED
      *> THEM (THE RERUN SIMPLY OVERWROTE THE SAME DATED FILES).
           PERFORM 9062-NOTE-TODAYS-GENERATION
               THRU 9062-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT.
           COMPUTE WS-GEN-KEEP = WS-GEN-RETAIN * WS-ENT-COUNT.
           PERFORM 9063-DELETE-OLDEST-GENERATION
               THRU 9063-EXIT
               UNTIL WS-GEN-SIZE <= WS-GEN-KEEP.
           OPEN OUTPUT SETTLEMENT-GENLIST.
           PERFORM 9065-WRITE-ONE-GENERATION
               THRU 9065-EXIT
           EXIT.

       9062-NOTE-TODAYS-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND.
           PERFORM 9066-MATCH-ONE-GENERATION
               THRU 9066-EXIT
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-SIZE
               OR GENERATION-LISTED.
           IF GENERATION-LISTED
               GO TO 9062-EXIT
           END-IF.
           IF WS-GEN-SIZE < MAX-GEN-SIZE
               ADD 1 TO WS-GEN-SIZE
               MOVE ENT-GEN-FILENAME(WS-ENT-IDX) TO
                   GL-FILENAME(WS-GEN-SIZE)
           END-IF.
       9062-EXIT.
           EXIT.

       9066-MATCH-ONE-GENERATION.
           IF GL-FILENAME(WS-GEN-IDX) = ENT-GEN-FILENAME(WS-ENT-IDX)
               MOVE 'Y' TO WS-GEN-FOUND
           END-IF.
       9066-EXIT.
           EXIT.

       9063-DELETE-OLDEST-GENERATION.
           DISPLAY "DELETING EXPIRED EXTRACT GENERATION "
               GL-FILENAME(1).
       9065-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9068-WRITE-SETTLE-CYCLE - RECORD TONIGHT'S CYCLE SO THE
      *  NEXT RUN TODAY TAKES THE ONE AFTER IT.
      *----------------------------------------------------------*
       9068-WRITE-SETTLE-CYCLE.
           OPEN OUTPUT SETTLE-CYCLE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "SETTLE-CYCLE REWRITE FAILED, FILE STATUS="
                   WS-CYCLE-FILE-STATUS
               MOVE "9068-WRITE-SETTLE-CYCLE"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 9068-EXIT
           END-IF.
           MOVE SPACES TO SETTLE-CYCLE-REC.
           MOVE WS-RUN-DATE TO SCY-RUN-DATE.
           MOVE WS-RUN-CYCLE TO SCY-CYCLE.
           WRITE SETTLE-CYCLE-REC.
           CLOSE SETTLE-CYCLE.
       9068-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9070-REWRITE-SETTLED-PAIRS - PUT THE AGED, EXTENDED
      *  HISTORY BACK ON DISK IN FULL.
           MOVE SP-REF-1(WS-SPH-IDX) TO SPH-REF-1.
           MOVE SP-REF-2(WS-SPH-IDX) TO SPH-REF-2.
           MOVE SP-REF-3(WS-SPH-IDX) TO SPH-REF-3.
           MOVE SP-MATCH-TYPE(WS-SPH-IDX) TO SPH-MATCH-TYPE.
           MOVE SP-MATCHED-AMOUNT(WS-SPH-IDX) TO SPH-MATCHED-AMOUNT.
           MOVE SP-AMOUNT-1(WS-SPH-IDX) TO SPH-AMOUNT-1.
           MOVE SP-AMOUNT-2(WS-SPH-IDX) TO SPH-AMOUNT-2.
           MOVE SP-AMOUNT-3(WS-SPH-IDX) TO SPH-AMOUNT-3.
           MOVE SP-FIRST-SEEN-1(WS-SPH-IDX) TO SPH-FIRST-SEEN-1.
           MOVE SP-FIRST-SEEN-2(WS-SPH-IDX) TO SPH-FIRST-SEEN-2.
           MOVE SP-FIRST-SEEN-3(WS-SPH-IDX) TO SPH-FIRST-SEEN-3.
           MOVE SP-CUST-KEY(WS-SPH-IDX) TO SPH-CUST-KEY.
           MOVE SP-ENTITY(WS-SPH-IDX) TO SPH-ENTITY.
           WRITE SETTLED-PAIR-REC.
       9075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9080-WRITE-ANOMALY-TOTALS - CLOSE THE ANOMALY REPORT
      *  WITH A COUNT PER KIND.
      *----------------------------------------------------------*
       9080-WRITE-ANOMALY-TOTALS.
           WRITE ANOMALY-RPT-LINE FROM OPEN-RPT-BLANK.
           MOVE "DUPLICATES EXCLUDED" TO ACL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "ALREADY SETTLED, REAPPEARING" TO ACL-LABEL.
           MOVE WS-SETTLED-AGAIN-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "OPEN ITEMS WITH CHANGED AMOUNT" TO ACL-LABEL.
           MOVE WS-AMOUNT-CHANGE-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "UNKNOWN CUSTOMER, REJECTED" TO ACL-LABEL.
           MOVE WS-UNKNOWN-CUST-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "SUSPENDED CUSTOMER, HELD OUT" TO ACL-LABEL.
           MOVE WS-SUSPENDED-CUST-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "CLOSED CUSTOMER, TO REVIEW" TO ACL-LABEL.
           MOVE WS-CLOSED-CUST-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
           MOVE "MERGED CUSTOMER, RE-POINTED" TO ACL-LABEL.
           MOVE WS-REPOINT-CUST-COUNT TO ACL-COUNT.
           WRITE ANOMALY-RPT-LINE FROM ANOM-RPT-COUNT-LINE.
       9080-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9100-WRITE-AUDIT-LOG - APPEND ONE TRAIL RECORD TO THE
      *  SHARED AUDIT-LOG FILE FOR THIS RUN.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE TABLE-SIZE           TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
      *> THE EXTRACT ON DISK CARRIES A HEADER AND TRAILER PER
      *> ENTITY AS WELL AS THE DETAILS, AND BALANCE-CHECK COUNTS
      *> WHAT IS ON DISK.
           COMPUTE AUD-OUTPUT-COUNT =
               WS-SETT-COUNT + (2 * WS-ENT-COUNT).
           MOVE 0                    TO AUD-OUTPUT-COUNT-2.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO AUD-RUN-NUMBER
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
       9100-EXIT.
