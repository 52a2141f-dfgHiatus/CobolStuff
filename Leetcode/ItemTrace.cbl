       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-TRACE.
       AUTHOR. DATA-PROCESSING.
      *> Follows one item reference through the whole settlement
      *> chain. When a customer called about an item the clerk had
      *> to search a dozen files by hand to find out what happened
      *> to it; this answers the same question in one pass, with
      *> the dates and run numbers behind each answer:
      *>   - OPEN-ITEMS: still open, since when, and its age and
      *>     aging bucket (the OPEN-ITEMS-RPT buckets - the age in
      *>     business days from BUSINESS-CAL, the first-seen day
      *>     counting as day 1, and an item under an open dispute
      *>     on DISPUTE-HOLDS shown IN DISPUTE, or DISPUTE F/UP
      *>     once its expected resolution date has passed, with
      *>     the dispute's reason, clerk and resolution date);
      *>   - NEAR-MISS-REVIEW: proposed as a near-miss, and the
      *>     NEARMISS-DECISIONS outcome (approved, rejected with the
      *>     clerk's reason, or still awaiting a decision);
      *>   - HELD-SETTLEMENTS / HELD-REJECTS: held for supervisor
      *>     release, or rejected at release;
      *>   - SETTLED-PAIRS: settled, when and how, and which
      *>     SETTLEMENT-EXTRACT.DYYYYMMDD generation on
      *>     SETTLEMENT-GENLIST carried it (with the run number
      *>     from the generation's header);
      *>   - POSTING-SUMMARY: the target it posted under on the
      *>     SETTLEMENT-LEDGER;
      *>   - GL-JOURNAL: the journal batch it went out in; and
      *>   - POSTING-OUTSTANDING: whether accounting has still not
      *>     acknowledged that posting.
      *> A settlement is followed into the posting files by its
      *> settlement date and target, the key SETTLEMENT-POST,
      *> GL-EXTRACT and POSTING-ACK all carry. Run numbers for the
      *> files that carry only a date come from the AUDIT-LOG
      *> record of the step that wrote them on that date.
      *>
      *> With the sister company settled in the same run, the same
      *> date and target can post once per legal entity, so the
      *> settlement's entity (from SETTLED-PAIRS; blank for our
      *> own book) joins that key. The entity subtotal rows on
      *> POSTING-SUMMARY are not postings and are never shown.
      *>
      *> Dispatched from OPER-MENU, which sets the shared trace
      *> mode flag: the clerk keys one reference after another
      *> and each trace is shown on the console as well as
      *> printed. Run as its own job step, it traces every
      *> reference on TRACE-REQUESTS instead. Either way the
      *> traces are printed on ITEM-TRACE-RPT. A reference found
      *> nowhere ends the step RC-WARNING; so does a batch run
      *> with no TRACE-REQUESTS file.
      *>
      *> A day with more than one matching cycle shows each
      *> posting's date with its cycle (DATE/CC) on the summary and
      *> outstanding lines, so two settlements of the same target
      *> on the same day can be told apart.
      *>
      *> Ends with GOBACK rather than STOP RUN so this module can
      *> be CALLed from the menu or run as its own job step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REQUESTS
               ASSIGN TO "TRACE-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT OPEN-ITEMS
               ASSIGN TO "OPEN-ITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT DISPUTE-HOLDS
               ASSIGN TO "DISPUTE-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT NEAR-MISS-REVIEW
               ASSIGN TO "NEAR-MISS-REVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NM-FILE-STATUS.
           SELECT NEARMISS-DECISIONS
               ASSIGN TO "NEARMISS-DECISIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT HELD-SETTLEMENTS
               ASSIGN TO "HELD-SETTLEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT HELD-REJECTS
               ASSIGN TO "HELD-REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT SETTLED-PAIRS
               ASSIGN TO "SETTLED-PAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-FILE-STATUS.
           SELECT SETTLEMENT-GENLIST
               ASSIGN TO "SETTLEMENT-GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENLIST-FILE-STATUS.
           SELECT SETTLEMENT-GEN
               ASSIGN TO DYNAMIC WS-SETT-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT POSTING-SUMMARY
               ASSIGN TO "POSTING-SUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.
           SELECT GL-JOURNAL
               ASSIGN TO "GL-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.
           SELECT POSTING-OUTSTANDING
               ASSIGN TO "POSTING-OUTSTANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT ITEM-TRACE-RPT
               ASSIGN TO "ITEM-TRACE-RPT"
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
       FD  TRACE-REQUESTS
           LABEL RECORDS ARE STANDARD.
      *> ONE ITEM REFERENCE PER RECORD; BLANK RECORDS ARE SKIPPED.
       01  TRACE-REQUEST-REC.
           05  TRQ-ITEM-REF            PIC X(12).
           05  FILLER                  PIC X(68).

       FD  OPEN-ITEMS
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT ONE-DIMENSIONAL CARRIES FORWARD.
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

       FD  DISPUTE-HOLDS
           LABEL RECORDS ARE STANDARD.
           COPY DISPHLD.

       FD  NEAR-MISS-REVIEW
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT ONE-DIMENSIONAL WRITES.
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
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-1             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-2             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-1         PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-2         PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-REFERENCED           PIC X(01).
           05  FILLER                  PIC X(02).
           05  NM-REF-3                PIC X(12).
           05  FILLER                  PIC X(02).
           05  NM-AMOUNT-3             PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NM-FIRST-SEEN-3         PIC X(08).
           05  FILLER                  PIC X(02).
           05  NM-CUST-KEY             PIC X(10).
           05  FILLER                  PIC X(02).
           05  NM-ENTITY               PIC X(03).

       FD  NEARMISS-DECISIONS
           LABEL RECORDS ARE STANDARD.
      *> THE SAME LAYOUT NEARMISS-REVIEW READS.
       01  NEARMISS-DECISION-REC.
           05  NMD-TARGET              PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  NMD-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  NMD-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  NMD-DECISION            PIC X(01).
           05  FILLER                  PIC X(02).
           05  NMD-CLERK-ID            PIC X(08).
           05  FILLER                  PIC X(02).
           05  NMD-REASON              PIC X(20).
           05  FILLER                  PIC X(09).

       FD  HELD-SETTLEMENTS
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC REPLACING ==SETTLEMENT-REC== BY
               ==HELD-SETTLEMENT-REC==.

       FD  HELD-REJECTS
           LABEL RECORDS ARE OMITTED.
      *> THE HELD RECORD AS SETTLE-RELEASE SET IT ASIDE.
       01  HELD-REJECT-REC.
           05  REJ-REC-TYPE            PIC X(01).
           05  REJ-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  REJ-TARGET-VALUE        PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  REJ-REF-1               PIC X(12).
           05  FILLER                  PIC X(02).
           05  REJ-REF-2               PIC X(12).
           05  FILLER                  PIC X(02).
           05  REJ-REF-3               PIC X(12).
           05  FILLER                  PIC X(02).
           05  REJ-MATCH-TYPE          PIC X(01).
           05  FILLER                  PIC X(02).
           05  REJ-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(33).

       FD  SETTLED-PAIRS
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT ONE-DIMENSIONAL KEEPS.
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
           05  FILLER                  PIC X(02).
           05  SPH-MATCHED-AMOUNT      PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-1            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-2            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-AMOUNT-3            PIC S9(05)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-1        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-2        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-FIRST-SEEN-3        PIC X(08).
           05  FILLER                  PIC X(02).
           05  SPH-CUST-KEY            PIC X(10).
           05  FILLER                  PIC X(02).
           05  SPH-ENTITY              PIC X(03).

       FD  SETTLEMENT-GENLIST
           LABEL RECORDS ARE OMITTED.
       01  GENLIST-REC.
           05  GENL-FILENAME           PIC X(40).
           05  FILLER                  PIC X(40).

       FD  SETTLEMENT-GEN
           LABEL RECORDS ARE OMITTED.
           COPY SETTREC.

       FD  POSTING-SUMMARY
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT SETTLEMENT-POST WRITES.
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
           05  FILLER                  PIC X(02).
           05  GLJ-ENTITY              PIC X(03).

       FD  POSTING-OUTSTANDING
           LABEL RECORDS ARE OMITTED.
      *> THE SAME LAYOUT POSTING-ACK CARRIES FORWARD.
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

       FD  ITEM-TRACE-RPT
           LABEL RECORDS ARE OMITTED.
       01  TRACE-RPT-LINE              PIC X(100).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  PROBLEM-LOG
           LABEL RECORDS ARE OMITTED.
           COPY PROBREC.

       WORKING-STORAGE SECTION.
      *> RUN CORRELATION STAMP: SET BY OPER-MENU BEFORE THE CALL.
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
      *> THE BUSINESS-CAL CALL INTERFACE.
           01  WS-CAL-FUNCTION         PIC X(01) IS EXTERNAL.
           01  WS-CAL-FROM-DATE        PIC X(08) IS EXTERNAL.
           01  WS-CAL-TO-DATE          PIC X(08) IS EXTERNAL.
           01  WS-CAL-DAYS             PIC S9(07) IS EXTERNAL.
           01  WS-CAL-RESULT-DATE      PIC X(08) IS EXTERNAL.
           01  WS-CAL-BUSINESS-DAY     PIC X(01) IS EXTERNAL.
           01  WS-CAL-STATUS           PIC X(02) IS EXTERNAL.
      *> Set to 'I' by OPER-MENU before the CALL so the clerk keys
      *> the references at the console. IS EXTERNAL so the same
      *> storage is shared across the run unit; a standalone run
      *> never sets it and traces the TRACE-REQUESTS list.
           01  WS-TRACE-MODE-FLAG      PIC X(01) IS EXTERNAL.
               88  TRACE-FROM-CONSOLE             VALUE 'I'.

           01  WS-REQ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OI-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-DH-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-NM-FILE-STATUS       PIC X(02) VALUE SPACES.
           01  WS-DEC-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-HELD-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-SPH-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-GENLIST-FILE-STATUS  PIC X(02) VALUE SPACES.
           01  WS-GEN-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-GLJ-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-OUT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
           01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
           01  WS-SETT-GEN-FILENAME    PIC X(80) VALUE SPACES.
           01  WS-AUDIT-START-TIME     PIC X(08) VALUE SPACES.
           01  WS-AUDIT-END-TIME       PIC X(08) VALUE SPACES.
           01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
           01  WS-RUN-NUMBER           PIC 9(06) VALUE 0.

           01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           01  WS-REQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS                VALUE 'Y'.
           01  WS-CONSOLE-DONE-SWITCH  PIC X(01) VALUE 'N'.
               88  CONSOLE-DONE                   VALUE 'Y'.
           01  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  RECORD-FOUND                   VALUE 'Y'.

      *> THE LAST RUN NUMBER EACH SETTLEMENT STEP RAN UNDER ON EACH
      *> RUN DATE, FROM THE AUDIT TRAIL (SHADOW RUNS LEFT OUT).
      *> A RERUN ON THE SAME DATE REPLACES THE EARLIER NUMBER.
           01  WS-RUN-TABLE-SIZE       PIC 9(04) VALUE 0.
           01  MAX-RUN-TABLE-SIZE      PIC 9(04) VALUE 5000.
           01  WS-RUN-OVERFLOW         PIC 9(09) VALUE 0.
           01  WS-RUN-TABLE.
               05  WS-RUN-ENTRY OCCURS 5000 TIMES.
                   10  RN-PROGRAM      PIC X(20).
                   10  RN-DATE         PIC X(08).
                   10  RN-NUMBER       PIC 9(06).
           01  WS-RUN-IDX              PIC 9(04) VALUE 0.
           01  WS-LOOKUP-PROGRAM       PIC X(20) VALUE SPACES.
           01  WS-LOOKUP-DATE          PIC X(08) VALUE SPACES.
           01  WS-LOOKUP-RUN           PIC 9(06) VALUE 0.
           01  WS-RUN-TEXT             PIC X(11) VALUE SPACES.
      *> THE MATCHING CYCLE OF THE DAY A POSTING WENT OUT UNDER.
           01  WS-TRACE-CYCLE          PIC 9(02) VALUE 1.

      *> THE EXTRACT GENERATIONS SETTLEMENT-GENLIST STILL HOLDS.
           01  WS-GEN-SIZE             PIC 9(02) VALUE 0.
           01  MAX-GEN-SIZE            PIC 9(02) VALUE 30.
           01  WS-GEN-TABLE.
               05  WS-GEN-ENTRY OCCURS 30 TIMES.
                   10  GL-FILENAME     PIC X(40).
           01  WS-GEN-IDX              PIC 9(02) VALUE 0.
           01  WS-GEN-RUN-NUMBER       PIC 9(06) VALUE 0.

      *> THE REFERENCE BEING TRACED AND WHAT HAS TURNED UP.
           01  WS-TRACE-REF            PIC X(12) VALUE SPACES.
           01  WS-HIT-COUNT            PIC 9(05) VALUE 0.
           01  WS-SECTION-HITS         PIC 9(05) VALUE 0.

      *> EACH SETTLEMENT OF THE ITEM FOUND ON SETTLED-PAIRS, BY
      *> THE DATE, TARGET AND ENTITY THE POSTING FILES ARE KEYED
      *> ON.
           01  WS-POST-KEY-SIZE        PIC 9(02) VALUE 0.
           01  MAX-POST-KEY-SIZE       PIC 9(02) VALUE 10.
           01  WS-POST-KEY-OVERFLOW    PIC 9(05) VALUE 0.
           01  WS-POST-KEY-TABLE.
               05  WS-POST-KEY-ENTRY OCCURS 10 TIMES.
                   10  PK-DATE         PIC X(08).
                   10  PK-TARGET       PIC S9(05)V99.
                   10  PK-ENTITY       PIC X(03).
           01  WS-POST-KEY-IDX         PIC 9(02) VALUE 0.

      *> THE NEAR-MISS WHOSE DECISION IS BEING LOOKED UP.
           01  WS-NM-TARGET            PIC S9(05)V99 VALUE 0.
           01  WS-NM-REF-1             PIC X(12) VALUE SPACES.
           01  WS-NM-REF-2             PIC X(12) VALUE SPACES.
           01  WS-NM-DATE              PIC X(08) VALUE SPACES.
           01  WS-DECISION             PIC X(01) VALUE SPACE.
           01  WS-DEC-CLERK            PIC X(08) VALUE SPACES.
           01  WS-DEC-REASON           PIC X(20) VALUE SPACES.

      *> THE OPEN DISPUTE, IF ANY, THE OPEN ITEM IS HELD UNDER.
           01  WS-DSP-SWITCH           PIC X(01) VALUE 'N'.
               88  ITEM-DISPUTED                  VALUE 'Y'.
           01  WS-DSP-CLERK            PIC X(08) VALUE SPACES.
           01  WS-DSP-RESOLVE-BY       PIC X(08) VALUE SPACES.
           01  WS-DSP-REASON           PIC X(40) VALUE SPACES.

      *> WORK FIELDS FOR BUILDING THE TRACE LINES.
           01  WS-OI-DAYS              PIC S9(08) VALUE 0.
           01  WS-OI-BUCKET            PIC X(12) VALUE SPACES.
           01  WS-TYPE-TEXT            PIC X(20) VALUE SPACES.
           01  WS-ED-AMOUNT            PIC -(9)9.99.
           01  WS-ED-TARGET            PIC -(5)9.99.
           01  WS-ED-DAYS              PIC Z(7)9.
           01  WS-ED-COUNT             PIC Z(4)9.
           01  WS-TXT-PTR              PIC 9(03) VALUE 1.

           01  WS-TRACED-COUNT         PIC 9(09) VALUE 0.
           01  WS-FOUND-COUNT          PIC 9(09) VALUE 0.
           01  WS-NOT-FOUND-COUNT      PIC 9(09) VALUE 0.

           01  RPT-HEADING-1.
               05  FILLER              PIC X(32)
                   VALUE "ITEM TRACE".
               05  FILLER              PIC X(10) VALUE "RUN DATE ".
               05  RH-RUN-DATE         PIC X(08).
               05  FILLER              PIC X(10) VALUE "  RUN NO ".
               05  RH-RUN-NUMBER       PIC 9(06).
               05  FILLER              PIC X(34) VALUE SPACES.
           01  RPT-REF-LINE.
               05  FILLER              PIC X(15)
                   VALUE "ITEM REFERENCE ".
               05  RR-ITEM-REF         PIC X(12).
               05  FILLER              PIC X(73) VALUE SPACES.
           01  RPT-TRACE-LINE.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  RTL-SOURCE          PIC X(20).
               05  RTL-TEXT            PIC X(76).
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
           01  WS-FAIL-FILE-STATUS     PIC X(02) VALUE SPACES.
           01  WS-PROB-STATUSES.
               05  FILLER          PIC X(04)
                                   VALUE "REQ=".
               05  WS-PS-REQ       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "FIL=".
               05  WS-PS-FIL       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(04)
                                   VALUE "RPT=".
               05  WS-PS-RPT       PIC X(02).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
           01  WS-PROB-COUNTERS.
               05  FILLER          PIC X(07)
                                   VALUE "TRACED=".
               05  WS-PC-TRACED
                                   PIC 9(09).
               05  FILLER          PIC X(01)
                                   VALUE SPACE.
               05  FILLER          PIC X(06)
                                   VALUE "FOUND=".
               05  WS-PC-FOUND
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
           MOVE 'N' TO WS-REQ-EOF-SWITCH.
           MOVE 'N' TO WS-CONSOLE-DONE-SWITCH.
           MOVE 0 TO WS-RUN-TABLE-SIZE.
           MOVE 0 TO WS-RUN-OVERFLOW.
           MOVE 0 TO WS-GEN-SIZE.
           MOVE 0 TO WS-TRACED-COUNT.
           MOVE 0 TO WS-FOUND-COUNT.
           MOVE 0 TO WS-NOT-FOUND-COUNT.
           MOVE SPACES TO WS-FAIL-PARAGRAPH.
           MOVE SPACES TO WS-FAIL-FILE-STATUS.
           SET RC-NORMAL TO TRUE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-AUDIT-RUN-NUMBER IS NUMERIC
               MOVE WS-AUDIT-RUN-NUMBER TO WS-RUN-NUMBER
           ELSE
               MOVE 0 TO WS-RUN-NUMBER
           END-IF.
           PERFORM 1000-LOAD-RUN-NUMBERS
               THRU 1000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1100-LOAD-GENERATIONS
               THRU 1100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 2000-OPEN-REPORT
               THRU 2000-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           IF TRACE-FROM-CONSOLE
               PERFORM 3000-TRACE-FROM-CONSOLE
                   THRU 3000-EXIT
           ELSE
               PERFORM 3500-TRACE-FROM-LIST
                   THRU 3500-EXIT
           END-IF.
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-EXIT.
           CLOSE ITEM-TRACE-RPT.
           IF PGM-RETURN-CODE >= 8
               GO TO 0000-WRAP-UP
           END-IF.
           DISPLAY "REFERENCES TRACED:            " WS-TRACED-COUNT.
           DISPLAY "REFERENCES FOUND:             " WS-FOUND-COUNT.
           IF WS-NOT-FOUND-COUNT > 0
               DISPLAY "REFERENCES NOT FOUND ANYWHERE: "
                   WS-NOT-FOUND-COUNT
               IF RC-NORMAL
                   SET RC-WARNING TO TRUE
               END-IF
           END-IF.
           IF WS-RUN-OVERFLOW > 0
               DISPLAY "AUDIT-LOG RUNS NOT TABLED:    "
                   WS-RUN-OVERFLOW
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
      *  1000-LOAD-RUN-NUMBERS - TABLE THE RUN NUMBER EVERY STEP
      *  THAT WRITES A DATE-ONLY SETTLEMENT FILE RAN UNDER, BY
      *  RUN DATE, SO A DATE ON THOSE FILES CAN BE TURNED INTO A
      *  RUN. NO AUDIT-LOG JUST MEANS NO RUN NUMBERS TO SHOW.
      *----------------------------------------------------------*
       1000-LOAD-RUN-NUMBERS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO 1000-EXIT
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG OPEN FAILED, FILE STATUS="
                   WS-AUDIT-FILE-STATUS
               MOVE WS-AUDIT-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "1000-LOAD-RUN-NUMBERS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-LOAD-ONE-RUN
               THRU 1010-EXIT
               UNTIL END-OF-FILE.
           CLOSE AUDIT-LOG.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-RUN.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1010-EXIT
           END-IF.
           IF AUD-SHADOW-FLAG = 'Y'
               GO TO 1010-EXIT
           END-IF.
           IF AUD-RUN-NUMBER IS NOT NUMERIC
               OR AUD-RUN-NUMBER = 0
               OR AUD-RUN-DATE = SPACES
               GO TO 1010-EXIT
           END-IF.
           IF AUD-PROGRAM-NAME NOT = "ONE-DIMENSIONAL"
               AND AUD-PROGRAM-NAME NOT = "NEARMISS-REVIEW"
               AND AUD-PROGRAM-NAME NOT = "SETTLEMENT-POST"
               GO TO 1010-EXIT
           END-IF.
           MOVE AUD-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           MOVE AUD-RUN-DATE TO WS-LOOKUP-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 1020-FIND-RUN-ENTRY
               THRU 1020-EXIT
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-TABLE-SIZE
               OR RECORD-FOUND.
           IF RECORD-FOUND
               SUBTRACT 1 FROM WS-RUN-IDX
               MOVE AUD-RUN-NUMBER TO RN-NUMBER(WS-RUN-IDX)
               GO TO 1010-EXIT
           END-IF.
           IF WS-RUN-TABLE-SIZE >= MAX-RUN-TABLE-SIZE
               ADD 1 TO WS-RUN-OVERFLOW
               GO TO 1010-EXIT
           END-IF.
           ADD 1 TO WS-RUN-TABLE-SIZE.
           MOVE AUD-PROGRAM-NAME TO RN-PROGRAM(WS-RUN-TABLE-SIZE).
           MOVE AUD-RUN-DATE TO RN-DATE(WS-RUN-TABLE-SIZE).
           MOVE AUD-RUN-NUMBER TO RN-NUMBER(WS-RUN-TABLE-SIZE).
       1010-EXIT.
           EXIT.

       1020-FIND-RUN-ENTRY.
           IF RN-PROGRAM(WS-RUN-IDX) = WS-LOOKUP-PROGRAM
               AND RN-DATE(WS-RUN-IDX) = WS-LOOKUP-DATE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-GENERATIONS - THE EXTRACT GENERATIONS STILL
      *  RETAINED, AS SETTLEMENT-GENLIST NAMES THEM.
      *----------------------------------------------------------*
       1100-LOAD-GENERATIONS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-GENLIST.
           IF WS-GENLIST-FILE-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-GENLIST-FILE-STATUS NOT = "00"
               DISPLAY "SETTLEMENT-GENLIST OPEN FAILED, "
                   "FILE STATUS=" WS-GENLIST-FILE-STATUS
               MOVE WS-GENLIST-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "1100-LOAD-GENERATIONS"
                   TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-GENERATION
               THRU 1110-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-GENLIST.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-GENERATION.
           READ SETTLEMENT-GENLIST
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 1110-EXIT
           END-IF.
           IF GENL-FILENAME = SPACES
               GO TO 1110-EXIT
           END-IF.
           IF WS-GEN-SIZE < MAX-GEN-SIZE
               ADD 1 TO WS-GEN-SIZE
               MOVE GENL-FILENAME TO GL-FILENAME(WS-GEN-SIZE)
           END-IF.
       1110-EXIT.
           EXIT.

       2000-OPEN-REPORT.
           OPEN OUTPUT ITEM-TRACE-RPT.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ITEM-TRACE-RPT OPEN FAILED, FILE STATUS="
                   WS-RPT-FILE-STATUS
               MOVE "2000-OPEN-REPORT" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER.
           WRITE TRACE-RPT-LINE FROM RPT-HEADING-1.
           WRITE TRACE-RPT-LINE FROM RPT-BLANK.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-TRACE-FROM-CONSOLE - THE CLERK KEYS ONE REFERENCE
      *  AFTER ANOTHER; A BLANK ANSWER ENDS THE INQUIRY.
      *----------------------------------------------------------*
       3000-TRACE-FROM-CONSOLE.
           PERFORM 3010-TRACE-ONE-ANSWER
               THRU 3010-EXIT
               UNTIL CONSOLE-DONE
               OR PGM-RETURN-CODE >= 8.
       3000-EXIT.
           EXIT.

       3010-TRACE-ONE-ANSWER.
           DISPLAY " ".
           DISPLAY "ITEM REFERENCE TO TRACE (BLANK TO END): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-TRACE-REF.
           ACCEPT WS-TRACE-REF FROM CONSOLE.
           IF WS-TRACE-REF = SPACES
               MOVE 'Y' TO WS-CONSOLE-DONE-SWITCH
               GO TO 3010-EXIT
           END-IF.
           PERFORM 4000-TRACE-ONE-REF
               THRU 4000-EXIT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-TRACE-FROM-LIST - EVERY REFERENCE ON TRACE-REQUESTS.
      *  NO LIST MEANS NOTHING WAS ASKED FOR.
      *----------------------------------------------------------*
       3500-TRACE-FROM-LIST.
           OPEN INPUT TRACE-REQUESTS.
           IF WS-REQ-FILE-STATUS = "35"
               DISPLAY "NO TRACE-REQUESTS FILE - NOTHING TO TRACE"
               MOVE "NO TRACE-REQUESTS FILE - NOTHING TRACED"
                   TO RT-TEXT
               WRITE TRACE-RPT-LINE FROM RPT-TEXT-LINE
               SET RC-WARNING TO TRUE
               GO TO 3500-EXIT
           END-IF.
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "TRACE-REQUESTS OPEN FAILED, FILE STATUS="
                   WS-REQ-FILE-STATUS
               MOVE "3500-TRACE-FROM-LIST" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-TRACE-ONE-REQUEST
               THRU 3510-EXIT
               UNTIL END-OF-REQUESTS
               OR PGM-RETURN-CODE >= 8.
           CLOSE TRACE-REQUESTS.
       3500-EXIT.
           EXIT.

       3510-TRACE-ONE-REQUEST.
           READ TRACE-REQUESTS
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-READ.
           IF END-OF-REQUESTS
               GO TO 3510-EXIT
           END-IF.
           IF TRQ-ITEM-REF = SPACES
               GO TO 3510-EXIT
           END-IF.
           MOVE TRQ-ITEM-REF TO WS-TRACE-REF.
           PERFORM 4000-TRACE-ONE-REF
               THRU 4000-EXIT.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-TRACE-ONE-REF - EVERY FILE IN CHAIN ORDER, THEN THE
      *  POSTING FILES FOR EACH SETTLEMENT FOUND.
      *----------------------------------------------------------*
       4000-TRACE-ONE-REF.
           ADD 1 TO WS-TRACED-COUNT.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-POST-KEY-SIZE.
           MOVE 0 TO WS-POST-KEY-OVERFLOW.
           MOVE WS-TRACE-REF TO RR-ITEM-REF.
           WRITE TRACE-RPT-LINE FROM RPT-REF-LINE.
           IF TRACE-FROM-CONSOLE
               DISPLAY " "
               DISPLAY FUNCTION TRIM(TRACE-RPT-LINE TRAILING)
           END-IF.
           PERFORM 4100-TRACE-OPEN-ITEMS
               THRU 4100-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-TRACE-NEAR-MISSES
               THRU 4200-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-TRACE-HELD
               THRU 4300-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4350-TRACE-REJECTS
               THRU 4350-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4400-TRACE-SETTLED-PAIRS
               THRU 4400-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-TRACE-GENERATIONS
               THRU 4500-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4600-TRACE-POSTINGS
               THRU 4600-EXIT
               VARYING WS-POST-KEY-IDX FROM 1 BY 1
               UNTIL WS-POST-KEY-IDX > WS-POST-KEY-SIZE
               OR PGM-RETURN-CODE >= 8.
           IF PGM-RETURN-CODE >= 8
               GO TO 4000-EXIT
           END-IF.
           IF WS-POST-KEY-OVERFLOW > 0
               MOVE "SETTLED-PAIRS" TO RTL-SOURCE
               MOVE WS-POST-KEY-OVERFLOW TO WS-ED-COUNT
               MOVE SPACES TO RTL-TEXT
               STRING "POSTINGS OF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   " FURTHER SETTLEMENTS NOT FOLLOWED"
                       DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
           IF WS-HIT-COUNT = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE "*** NOT FOUND" TO RTL-SOURCE
               MOVE "ON NO SETTLEMENT FILE - CHECK THE REFERENCE"
                   TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           ELSE
               ADD 1 TO WS-FOUND-COUNT
           END-IF.
           WRITE TRACE-RPT-LINE FROM RPT-BLANK.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-TRACE-OPEN-ITEMS - STILL OPEN: SINCE WHEN, AND ITS
      *  AGE AND BUCKET AS OF TODAY.
      *----------------------------------------------------------*
       4100-TRACE-OPEN-ITEMS.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEMS.
           IF WS-OI-FILE-STATUS = "35"
               GO TO 4100-NONE
           END-IF.
           IF WS-OI-FILE-STATUS NOT = "00"
               DISPLAY "OPEN-ITEMS OPEN FAILED, FILE STATUS="
                   WS-OI-FILE-STATUS
               MOVE WS-OI-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4100-TRACE-OPEN-ITEMS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-CHECK-ONE-OPEN-ITEM
               THRU 4110-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-ITEMS.
       4100-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "OPEN-ITEMS" TO RTL-SOURCE
               MOVE "NOT OPEN" TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-CHECK-ONE-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4110-EXIT
           END-IF.
           IF OI-ITEM-REF NOT = WS-TRACE-REF
               GO TO 4110-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           MOVE 'B' TO WS-CAL-FUNCTION.
           MOVE OI-FIRST-SEEN TO WS-CAL-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-TO-DATE.
           CALL "BUSINESS-CAL".
           IF WS-CAL-STATUS = "90"
               MOVE 1 TO WS-OI-DAYS
           ELSE
               COMPUTE WS-OI-DAYS = WS-CAL-DAYS + 1
           END-IF.
           PERFORM 4120-FIND-DISPUTE
               THRU 4120-EXIT.
           EVALUATE TRUE
               WHEN ITEM-DISPUTED
                   AND WS-DSP-RESOLVE-BY < WS-RUN-DATE
                   MOVE "DISPUTE F/UP" TO WS-OI-BUCKET
               WHEN ITEM-DISPUTED
                   MOVE "IN DISPUTE" TO WS-OI-BUCKET
               WHEN WS-OI-DAYS > 30
                   MOVE "OVER 30 DAYS" TO WS-OI-BUCKET
               WHEN WS-OI-DAYS > 7
                   MOVE "8-30 DAYS" TO WS-OI-BUCKET
               WHEN OTHER
                   MOVE "1-7 DAYS" TO WS-OI-BUCKET
           END-EVALUATE.
           MOVE "ONE-DIMENSIONAL" TO WS-LOOKUP-PROGRAM.
           MOVE OI-FIRST-SEEN TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           MOVE WS-OI-DAYS TO WS-ED-DAYS.
           IF OI-AMOUNT IS NUMERIC
               MOVE OI-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE "OPEN-ITEMS" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "OPEN SINCE " DELIMITED BY SIZE
               OI-FIRST-SEEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
               " DAYS (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OI-BUCKET) DELIMITED BY SIZE
               ") AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
           IF ITEM-DISPUTED
               MOVE SPACES TO RTL-SOURCE
               MOVE SPACES TO RTL-TEXT
               STRING "CLERK " DELIMITED BY SIZE
                   WS-DSP-CLERK DELIMITED BY SPACE
                   " RESOLVE BY " DELIMITED BY SIZE
                   WS-DSP-RESOLVE-BY DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DSP-REASON) DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
           IF OI-CUST-KEY NOT = SPACES
               MOVE SPACES TO RTL-SOURCE
               MOVE SPACES TO RTL-TEXT
               STRING "OWED BY CUSTOMER " DELIMITED BY SIZE
                   OI-CUST-KEY DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4120-FIND-DISPUTE - THE OPEN DISPUTE ON DISPUTE-HOLDS
      *  THE ITEM IS HELD UNDER, WHICH TAKES IT OUT OF THE DAY
      *  BUCKETS AS ON OPEN-ITEMS-RPT.
      *----------------------------------------------------------*
       4120-FIND-DISPUTE.
           MOVE 'N' TO WS-DSP-SWITCH.
           MOVE SPACES TO WS-DSP-CLERK.
           MOVE SPACES TO WS-DSP-RESOLVE-BY.
           MOVE SPACES TO WS-DSP-REASON.
           OPEN INPUT DISPUTE-HOLDS.
           IF WS-DH-FILE-STATUS = "35"
               GO TO 4120-EXIT
           END-IF.
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "DISPUTE-HOLDS OPEN FAILED, FILE STATUS="
                   WS-DH-FILE-STATUS
               MOVE WS-DH-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4120-FIND-DISPUTE" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4120-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 4130-CHECK-ONE-DISPUTE
               THRU 4130-EXIT
               UNTIL RECORD-FOUND.
           CLOSE DISPUTE-HOLDS.
       4120-EXIT.
           EXIT.

       4130-CHECK-ONE-DISPUTE.
      *> THE FOUND SWITCH ONLY ENDS THE SCAN AT END OF FILE; A
      *> RESOLVED DISPUTE NO LONGER HOLDS THE ITEM.
           READ DISPUTE-HOLDS
               AT END
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ.
           IF RECORD-FOUND
               GO TO 4130-EXIT
           END-IF.
           IF DSP-OPEN
               AND DSP-ITEM-REF = WS-TRACE-REF
               MOVE 'Y' TO WS-DSP-SWITCH
               MOVE DSP-CLERK TO WS-DSP-CLERK
               MOVE DSP-RESOLVE-BY TO WS-DSP-RESOLVE-BY
               MOVE DSP-REASON TO WS-DSP-REASON
           END-IF.
       4130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-TRACE-NEAR-MISSES - PROPOSED AS A NEAR-MISS, AND
      *  WHAT THE CLERKS DECIDED.
      *----------------------------------------------------------*
       4200-TRACE-NEAR-MISSES.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT NEAR-MISS-REVIEW.
           IF WS-NM-FILE-STATUS = "35"
               GO TO 4200-NONE
           END-IF.
           IF WS-NM-FILE-STATUS NOT = "00"
               DISPLAY "NEAR-MISS-REVIEW OPEN FAILED, FILE STATUS="
                   WS-NM-FILE-STATUS
               MOVE WS-NM-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4200-TRACE-NEAR-MISSES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-CHECK-ONE-NEAR-MISS
               THRU 4210-EXIT
               UNTIL END-OF-FILE
               OR PGM-RETURN-CODE >= 8.
           CLOSE NEAR-MISS-REVIEW.
       4200-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "NEAR-MISS-REVIEW" TO RTL-SOURCE
               MOVE "NOT ON THE CURRENT NEAR-MISS FILE" TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4210-CHECK-ONE-NEAR-MISS.
           READ NEAR-MISS-REVIEW
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4210-EXIT
           END-IF.
           IF NM-REF-1 NOT = WS-TRACE-REF
               AND NM-REF-2 NOT = WS-TRACE-REF
               AND NM-REF-3 NOT = WS-TRACE-REF
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           IF NM-TARGET IS NUMERIC
               MOVE NM-TARGET TO WS-NM-TARGET
           ELSE
               MOVE 0 TO WS-NM-TARGET
           END-IF.
           MOVE NM-REF-1 TO WS-NM-REF-1.
           MOVE NM-REF-2 TO WS-NM-REF-2.
           MOVE NM-RUN-DATE TO WS-NM-DATE.
           MOVE "ONE-DIMENSIONAL" TO WS-LOOKUP-PROGRAM.
           MOVE NM-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           MOVE WS-NM-TARGET TO WS-ED-TARGET.
           MOVE "NEAR-MISS-REVIEW" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           MOVE 1 TO WS-TXT-PTR.
           STRING NM-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               NM-REF-1 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NM-REF-2 DELIMITED BY SPACE
               INTO RTL-TEXT
               WITH POINTER WS-TXT-PTR
           END-STRING.
           IF NM-REF-3 NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   NM-REF-3 DELIMITED BY SPACE
                   INTO RTL-TEXT
                   WITH POINTER WS-TXT-PTR
               END-STRING
           END-IF.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
           IF NM-DIFFERENCE IS NUMERIC
               MOVE NM-DIFFERENCE TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE SPACES TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           IF NM-REFERENCED = 'Y'
               STRING "REFERENCED SHORT/OVER PAYMENT, DIFFERENCE "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
           ELSE
               STRING "DIFFERENCE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
           PERFORM 4220-FIND-DECISION
               THRU 4220-EXIT.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4220-FIND-DECISION - THE DECISION NEARMISS-REVIEW WOULD
      *  APPLY: THE LAST ONE KEYED TO THIS TARGET AND BOTH ITEMS.
      *----------------------------------------------------------*
       4220-FIND-DECISION.
           MOVE SPACE TO WS-DECISION.
           MOVE SPACES TO WS-DEC-CLERK.
           MOVE SPACES TO WS-DEC-REASON.
           OPEN INPUT NEARMISS-DECISIONS.
           IF WS-DEC-FILE-STATUS = "35"
               GO TO 4220-SHOW
           END-IF.
           IF WS-DEC-FILE-STATUS NOT = "00"
               DISPLAY "NEARMISS-DECISIONS OPEN FAILED, "
                   "FILE STATUS=" WS-DEC-FILE-STATUS
               MOVE WS-DEC-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4220-FIND-DECISION" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4220-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 4230-CHECK-ONE-DECISION
               THRU 4230-EXIT
               UNTIL RECORD-FOUND.
           CLOSE NEARMISS-DECISIONS.
       4220-SHOW.
           MOVE "NEARMISS-DECISIONS" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           MOVE "NEARMISS-REVIEW" TO WS-LOOKUP-PROGRAM.
           MOVE WS-NM-DATE TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           EVALUATE WS-DECISION
               WHEN 'A'
                   STRING "APPROVED BY " DELIMITED BY SIZE
                       WS-DEC-CLERK DELIMITED BY SPACE
                       " - SETTLED WITH WRITE-OFF, REVIEW "
                           DELIMITED BY SIZE
                       WS-RUN-TEXT DELIMITED BY SIZE
                       INTO RTL-TEXT
                   END-STRING
               WHEN 'R'
                   STRING "REJECTED BY " DELIMITED BY SIZE
                       WS-DEC-CLERK DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEC-REASON) DELIMITED BY SIZE
                       ", REVIEW " DELIMITED BY SIZE
                       WS-RUN-TEXT DELIMITED BY SIZE
                       INTO RTL-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "AWAITING A DECISION" TO RTL-TEXT
           END-EVALUATE.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4220-EXIT.
           EXIT.

       4230-CHECK-ONE-DECISION.
      *> THE FOUND SWITCH ONLY ENDS THE SCAN AT END OF FILE, SO A
      *> LATER DECISION FOR THE SAME NEAR-MISS REPLACES AN EARLIER.
           READ NEARMISS-DECISIONS
               AT END
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ.
           IF RECORD-FOUND
               GO TO 4230-EXIT
           END-IF.
           IF NMD-TARGET IS NOT NUMERIC
               GO TO 4230-EXIT
           END-IF.
           IF NMD-TARGET = WS-NM-TARGET
               AND NMD-REF-1 = WS-NM-REF-1
               AND NMD-REF-2 = WS-NM-REF-2
               MOVE NMD-DECISION TO WS-DECISION
               MOVE NMD-CLERK-ID TO WS-DEC-CLERK
               MOVE NMD-REASON TO WS-DEC-REASON
           END-IF.
       4230-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4300-TRACE-HELD - WAITING ON HELD-SETTLEMENTS FOR A
      *  SUPERVISOR'S RELEASE.
      *----------------------------------------------------------*
       4300-TRACE-HELD.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HELD-SETTLEMENTS.
           IF WS-HELD-FILE-STATUS = "35"
               GO TO 4300-NONE
           END-IF.
           IF WS-HELD-FILE-STATUS NOT = "00"
               DISPLAY "HELD-SETTLEMENTS OPEN FAILED, FILE STATUS="
                   WS-HELD-FILE-STATUS
               MOVE WS-HELD-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4300-TRACE-HELD" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4310-CHECK-ONE-HELD
               THRU 4310-EXIT
               UNTIL END-OF-FILE.
           CLOSE HELD-SETTLEMENTS.
       4300-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "HELD-SETTLEMENTS" TO RTL-SOURCE
               MOVE "NOT HELD" TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

       4310-CHECK-ONE-HELD.
           READ HELD-SETTLEMENTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4310-EXIT
           END-IF.
           IF SETT-REC-TYPE OF HELD-SETTLEMENT-REC NOT = 'D'
               GO TO 4310-EXIT
           END-IF.
           IF SETT-REF-1 OF HELD-SETTLEMENT-REC NOT = WS-TRACE-REF
             AND SETT-REF-2 OF HELD-SETTLEMENT-REC NOT = WS-TRACE-REF
             AND SETT-REF-3 OF HELD-SETTLEMENT-REC NOT = WS-TRACE-REF
               GO TO 4310-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           MOVE "ONE-DIMENSIONAL" TO WS-LOOKUP-PROGRAM.
           MOVE SETT-RUN-DATE OF HELD-SETTLEMENT-REC
               TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           IF SETT-TARGET-VALUE OF HELD-SETTLEMENT-REC IS NUMERIC
               MOVE SETT-TARGET-VALUE OF HELD-SETTLEMENT-REC
                   TO WS-ED-TARGET
           ELSE
               MOVE 0 TO WS-ED-TARGET
           END-IF.
           IF SETT-MATCHED-AMOUNT OF HELD-SETTLEMENT-REC IS NUMERIC
               MOVE SETT-MATCHED-AMOUNT OF HELD-SETTLEMENT-REC
                   TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE "HELD-SETTLEMENTS" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "AWAITING RELEASE SINCE " DELIMITED BY SIZE
               SETT-RUN-DATE OF HELD-SETTLEMENT-REC
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4350-TRACE-REJECTS - A HELD SETTLEMENT THE SUPERVISOR
      *  REJECTED AT RELEASE.
      *----------------------------------------------------------*
       4350-TRACE-REJECTS.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HELD-REJECTS.
           IF WS-REJ-FILE-STATUS = "35"
               GO TO 4350-NONE
           END-IF.
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "HELD-REJECTS OPEN FAILED, FILE STATUS="
                   WS-REJ-FILE-STATUS
               MOVE WS-REJ-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4350-TRACE-REJECTS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4350-EXIT
           END-IF.
           PERFORM 4360-CHECK-ONE-REJECT
               THRU 4360-EXIT
               UNTIL END-OF-FILE.
           CLOSE HELD-REJECTS.
       4350-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "HELD-REJECTS" TO RTL-SOURCE
               MOVE "NOT REJECTED AT RELEASE" TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4350-EXIT.
           EXIT.

       4360-CHECK-ONE-REJECT.
           READ HELD-REJECTS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4360-EXIT
           END-IF.
           IF REJ-REF-1 NOT = WS-TRACE-REF
               AND REJ-REF-2 NOT = WS-TRACE-REF
               AND REJ-REF-3 NOT = WS-TRACE-REF
               GO TO 4360-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           MOVE "ONE-DIMENSIONAL" TO WS-LOOKUP-PROGRAM.
           MOVE REJ-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           IF REJ-TARGET-VALUE IS NUMERIC
               MOVE REJ-TARGET-VALUE TO WS-ED-TARGET
           ELSE
               MOVE 0 TO WS-ED-TARGET
           END-IF.
           IF REJ-MATCHED-AMOUNT IS NUMERIC
               MOVE REJ-MATCHED-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE "HELD-REJECTS" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "REJECTED AT RELEASE, HELD " DELIMITED BY SIZE
               REJ-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4360-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4400-TRACE-SETTLED-PAIRS - SETTLED (OR WRITTEN OFF), WHEN
      *  AND HOW; EACH ONE'S DATE AND TARGET IS KEPT TO FOLLOW
      *  INTO THE POSTING FILES.
      *----------------------------------------------------------*
       4400-TRACE-SETTLED-PAIRS.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLED-PAIRS.
           IF WS-SPH-FILE-STATUS = "35"
               GO TO 4400-NONE
           END-IF.
           IF WS-SPH-FILE-STATUS NOT = "00"
               DISPLAY "SETTLED-PAIRS OPEN FAILED, FILE STATUS="
                   WS-SPH-FILE-STATUS
               MOVE WS-SPH-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4400-TRACE-SETTLED-PAIRS" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-CHECK-ONE-PAIR
               THRU 4410-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLED-PAIRS.
       4400-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "SETTLED-PAIRS" TO RTL-SOURCE
               MOVE "NOT SETTLED WITHIN THE RETAINED HISTORY"
                   TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

       4410-CHECK-ONE-PAIR.
           READ SETTLED-PAIRS
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4410-EXIT
           END-IF.
           IF SPH-REF-1 NOT = WS-TRACE-REF
               AND SPH-REF-2 NOT = WS-TRACE-REF
               AND SPH-REF-3 NOT = WS-TRACE-REF
               GO TO 4410-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           ADD 1 TO WS-HIT-COUNT.
           EVALUATE SPH-MATCH-TYPE
               WHEN 'P'
                   MOVE "PAIR MATCH" TO WS-TYPE-TEXT
               WHEN 'T'
                   MOVE "THREE-ITEM MATCH" TO WS-TYPE-TEXT
               WHEN 'R'
                   MOVE "REFERENCED PAYMENT" TO WS-TYPE-TEXT
               WHEN 'A'
                   MOVE "APPROVED NEAR-MISS" TO WS-TYPE-TEXT
               WHEN 'W'
                   MOVE "AGED WRITE-OFF" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-TEXT
                   STRING "MATCH TYPE " DELIMITED BY SIZE
                       SPH-MATCH-TYPE DELIMITED BY SIZE
                       INTO WS-TYPE-TEXT
                   END-STRING
           END-EVALUATE.
           IF SPH-TARGET IS NUMERIC
               MOVE SPH-TARGET TO WS-ED-TARGET
           ELSE
               MOVE 0 TO WS-ED-TARGET
           END-IF.
           IF SPH-MATCHED-AMOUNT IS NUMERIC
               MOVE SPH-MATCHED-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
      *> A CLERK-APPROVED NEAR-MISS IS RECORDED BY NEARMISS-REVIEW;
      *> EVERYTHING ELSE BY THE MATCH RUN.
           IF SPH-MATCH-TYPE = 'A'
               MOVE "NEARMISS-REVIEW" TO WS-LOOKUP-PROGRAM
           ELSE
               MOVE "ONE-DIMENSIONAL" TO WS-LOOKUP-PROGRAM
           END-IF.
           MOVE SPH-SETTLED-DATE TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           MOVE "SETTLED-PAIRS" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING SPH-SETTLED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TYPE-TEXT) DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
           IF WS-POST-KEY-SIZE >= MAX-POST-KEY-SIZE
               ADD 1 TO WS-POST-KEY-OVERFLOW
               GO TO 4410-EXIT
           END-IF.
           ADD 1 TO WS-POST-KEY-SIZE.
           MOVE SPH-SETTLED-DATE TO PK-DATE(WS-POST-KEY-SIZE).
           IF SPH-TARGET IS NUMERIC
               MOVE SPH-TARGET TO PK-TARGET(WS-POST-KEY-SIZE)
           ELSE
               MOVE 0 TO PK-TARGET(WS-POST-KEY-SIZE)
           END-IF.
           MOVE SPH-ENTITY TO PK-ENTITY(WS-POST-KEY-SIZE).
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4500-TRACE-GENERATIONS - WHICH RETAINED EXTRACT
      *  GENERATION CARRIED THE ITEM TO THE SETTLEMENT PARTNER,
      *  UNDER THE RUN NUMBER ON ITS HEADER.
      *----------------------------------------------------------*
       4500-TRACE-GENERATIONS.
           MOVE 0 TO WS-SECTION-HITS.
           PERFORM 4510-SEARCH-ONE-GENERATION
               THRU 4510-EXIT
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-SIZE.
           IF WS-SECTION-HITS = 0
               MOVE "SETTLEMENT-EXTRACT" TO RTL-SOURCE
               MOVE "ON NO RETAINED EXTRACT GENERATION" TO RTL-TEXT
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *> A GENERATION SETTLEMENT-GENLIST STILL NAMES BUT THAT IS
      *> NO LONGER ON DISK HAS NOTHING TO SHOW.
       4510-SEARCH-ONE-GENERATION.
           MOVE SPACES TO WS-SETT-GEN-FILENAME.
           MOVE GL-FILENAME(WS-GEN-IDX) TO WS-SETT-GEN-FILENAME.
           MOVE 0 TO WS-GEN-RUN-NUMBER.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SETTLEMENT-GEN.
           IF WS-GEN-FILE-STATUS NOT = "00"
               GO TO 4510-EXIT
           END-IF.
           PERFORM 4520-CHECK-ONE-GEN-RECORD
               THRU 4520-EXIT
               UNTIL END-OF-FILE.
           CLOSE SETTLEMENT-GEN.
       4510-EXIT.
           EXIT.

       4520-CHECK-ONE-GEN-RECORD.
           READ SETTLEMENT-GEN
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4520-EXIT
           END-IF.
           IF SETT-REC-TYPE OF SETTLEMENT-REC = 'H'
               IF SETT-HDR-RUN-NUMBER OF SETTLEMENT-REC IS NUMERIC
                   MOVE SETT-HDR-RUN-NUMBER OF SETTLEMENT-REC
                       TO WS-GEN-RUN-NUMBER
               END-IF
               GO TO 4520-EXIT
           END-IF.
           IF SETT-REC-TYPE OF SETTLEMENT-REC NOT = 'D'
               GO TO 4520-EXIT
           END-IF.
           IF SETT-REF-1 OF SETTLEMENT-REC NOT = WS-TRACE-REF
               AND SETT-REF-2 OF SETTLEMENT-REC NOT = WS-TRACE-REF
               AND SETT-REF-3 OF SETTLEMENT-REC NOT = WS-TRACE-REF
               GO TO 4520-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           IF SETT-TARGET-VALUE OF SETTLEMENT-REC IS NUMERIC
               MOVE SETT-TARGET-VALUE OF SETTLEMENT-REC
                   TO WS-ED-TARGET
           ELSE
               MOVE 0 TO WS-ED-TARGET
           END-IF.
           MOVE "SETTLEMENT-EXTRACT" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "CARRIED ON " DELIMITED BY SIZE
               GL-FILENAME(WS-GEN-IDX) DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               WS-GEN-RUN-NUMBER DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4600-TRACE-POSTINGS - ONE SETTLEMENT OF THE ITEM, BY ITS
      *  DATE, TARGET AND ENTITY: THE POSTING-SUMMARY TARGET IT
      *  POSTED UNDER, THE GL-JOURNAL BATCH, AND WHETHER ACCOUNTING
      *  HAS YET TO ACKNOWLEDGE THE POSTING.
      *----------------------------------------------------------*
       4600-TRACE-POSTINGS.
           MOVE PK-TARGET(WS-POST-KEY-IDX) TO WS-ED-TARGET.
           PERFORM 4610-FIND-SUMMARY
               THRU 4610-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4620-FIND-GL-ENTRIES
               THRU 4620-EXIT.
           IF PGM-RETURN-CODE >= 8
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4630-FIND-OUTSTANDING
               THRU 4630-EXIT.
       4600-EXIT.
           EXIT.

       4610-FIND-SUMMARY.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-SUMMARY.
           IF WS-SUM-FILE-STATUS = "35"
               GO TO 4610-NONE
           END-IF.
           IF WS-SUM-FILE-STATUS NOT = "00"
               DISPLAY "POSTING-SUMMARY OPEN FAILED, FILE STATUS="
                   WS-SUM-FILE-STATUS
               MOVE WS-SUM-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4610-FIND-SUMMARY" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4610-EXIT
           END-IF.
           PERFORM 4615-CHECK-ONE-SUMMARY
               THRU 4615-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTING-SUMMARY.
       4610-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "POSTING-SUMMARY" TO RTL-SOURCE
               MOVE SPACES TO RTL-TEXT
               STRING "TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   PK-DATE(WS-POST-KEY-IDX) DELIMITED BY SIZE
                   " NOT ON THE CURRENT SUMMARY" DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4610-EXIT.
           EXIT.

       4615-CHECK-ONE-SUMMARY.
           READ POSTING-SUMMARY
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4615-EXIT
           END-IF.
           IF POST-TARGET-VALUE IS NOT NUMERIC
               OR POST-ENTITY-TOTAL
               GO TO 4615-EXIT
           END-IF.
           IF POST-RUN-DATE NOT = PK-DATE(WS-POST-KEY-IDX)
               OR POST-TARGET-VALUE NOT = PK-TARGET(WS-POST-KEY-IDX)
               OR POST-ENTITY NOT = PK-ENTITY(WS-POST-KEY-IDX)
               GO TO 4615-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           IF POST-CYCLE IS NUMERIC AND POST-CYCLE > 0
               MOVE POST-CYCLE TO WS-TRACE-CYCLE
           ELSE
               MOVE 1 TO WS-TRACE-CYCLE
           END-IF.
           MOVE "SETTLEMENT-POST" TO WS-LOOKUP-PROGRAM.
           MOVE POST-RUN-DATE TO WS-LOOKUP-DATE.
           PERFORM 7000-FIND-RUN-NUMBER
               THRU 7000-EXIT.
           IF POST-PAIR-COUNT IS NUMERIC
               MOVE POST-PAIR-COUNT TO WS-ED-COUNT
           ELSE
               MOVE 0 TO WS-ED-COUNT
           END-IF.
           IF POST-TOTAL-AMOUNT IS NUMERIC
               MOVE POST-TOTAL-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE "POSTING-SUMMARY" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "LEDGER TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               POST-RUN-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TRACE-CYCLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               " SETTLEMENTS TOTAL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4615-EXIT.
           EXIT.

       4620-FIND-GL-ENTRIES.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 0 TO WS-GEN-RUN-NUMBER.
           MOVE SPACES TO WS-LOOKUP-DATE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-JOURNAL.
           IF WS-GLJ-FILE-STATUS = "35"
               GO TO 4620-NONE
           END-IF.
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL OPEN FAILED, FILE STATUS="
                   WS-GLJ-FILE-STATUS
               MOVE WS-GLJ-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4620-FIND-GL-ENTRIES" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4620-EXIT
           END-IF.
           PERFORM 4625-CHECK-ONE-GL-RECORD
               THRU 4625-EXIT
               UNTIL END-OF-FILE.
           CLOSE GL-JOURNAL.
       4620-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "GL-JOURNAL" TO RTL-SOURCE
               MOVE SPACES TO RTL-TEXT
               STRING "TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   PK-DATE(WS-POST-KEY-IDX) DELIMITED BY SIZE
                   " NOT ON THE CURRENT JOURNAL" DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4620-EXIT.
           EXIT.

      *> THE BATCH DATE AND NUMBER COME FROM THE JOURNAL'S 'H'
      *> HEADER, WHICH GL-EXTRACT STAMPS WITH ITS RUN NUMBER.
       4625-CHECK-ONE-GL-RECORD.
           READ GL-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4625-EXIT
           END-IF.
           IF GLJ-REC-TYPE = 'H'
               MOVE GLJ-BATCH-DATE TO WS-LOOKUP-DATE
               IF GLJ-BATCH-NUMBER IS NUMERIC
                   MOVE GLJ-BATCH-NUMBER TO WS-GEN-RUN-NUMBER
               END-IF
               GO TO 4625-EXIT
           END-IF.
           IF GLJ-REC-TYPE NOT = 'D'
               OR GLJ-TARGET IS NOT NUMERIC
               GO TO 4625-EXIT
           END-IF.
           IF GLJ-SETT-DATE NOT = PK-DATE(WS-POST-KEY-IDX)
               OR GLJ-TARGET NOT = PK-TARGET(WS-POST-KEY-IDX)
               OR GLJ-ENTITY NOT = PK-ENTITY(WS-POST-KEY-IDX)
               GO TO 4625-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           IF GLJ-AMOUNT IS NUMERIC
               MOVE GLJ-AMOUNT TO WS-ED-AMOUNT
           ELSE
               MOVE 0 TO WS-ED-AMOUNT
           END-IF.
           MOVE "GL-JOURNAL" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "BATCH " DELIMITED BY SIZE
               WS-GEN-RUN-NUMBER DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-LOOKUP-DATE DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               GLJ-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLJ-DC-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4625-EXIT.
           EXIT.

       4630-FIND-OUTSTANDING.
           MOVE 0 TO WS-SECTION-HITS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT POSTING-OUTSTANDING.
           IF WS-OUT-FILE-STATUS = "35"
               GO TO 4630-NONE
           END-IF.
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "POSTING-OUTSTANDING OPEN FAILED, "
                   "FILE STATUS=" WS-OUT-FILE-STATUS
               MOVE WS-OUT-FILE-STATUS TO WS-FAIL-FILE-STATUS
               MOVE "4630-FIND-OUTSTANDING" TO WS-FAIL-PARAGRAPH
               SET RC-ERROR TO TRUE
               GO TO 4630-EXIT
           END-IF.
           PERFORM 4635-CHECK-ONE-OUTSTANDING
               THRU 4635-EXIT
               UNTIL END-OF-FILE.
           CLOSE POSTING-OUTSTANDING.
       4630-NONE.
           IF WS-SECTION-HITS = 0
               MOVE "POSTING-OUTSTANDING" TO RTL-SOURCE
               MOVE SPACES TO RTL-TEXT
               STRING "TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   PK-DATE(WS-POST-KEY-IDX) DELIMITED BY SIZE
                   " NOT OUTSTANDING - ACKNOWLEDGED OR NOT YET SENT"
                       DELIMITED BY SIZE
                   INTO RTL-TEXT
               END-STRING
               PERFORM 8000-WRITE-TRACE-LINE
                   THRU 8000-EXIT
           END-IF.
       4630-EXIT.
           EXIT.

       4635-CHECK-ONE-OUTSTANDING.
           READ POSTING-OUTSTANDING
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF END-OF-FILE
               GO TO 4635-EXIT
           END-IF.
           IF OUT-TARGET-VALUE IS NOT NUMERIC
               GO TO 4635-EXIT
           END-IF.
           IF OUT-SENT-DATE NOT = PK-DATE(WS-POST-KEY-IDX)
               OR OUT-TARGET-VALUE NOT = PK-TARGET(WS-POST-KEY-IDX)
               OR OUT-ENTITY NOT = PK-ENTITY(WS-POST-KEY-IDX)
               GO TO 4635-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-HITS.
           IF OUT-CYCLE IS NUMERIC AND OUT-CYCLE > 0
               MOVE OUT-CYCLE TO WS-TRACE-CYCLE
           ELSE
               MOVE 1 TO WS-TRACE-CYCLE
           END-IF.
           MOVE "POSTING-OUTSTANDING" TO RTL-SOURCE.
           MOVE SPACES TO RTL-TEXT.
           STRING "TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-TARGET) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               OUT-SENT-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TRACE-CYCLE DELIMITED BY SIZE
               " STILL UNACKNOWLEDGED BY ACCOUNTING"
                   DELIMITED BY SIZE
               INTO RTL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-TRACE-LINE
               THRU 8000-EXIT.
       4635-EXIT.
           EXIT.

       5000-WRITE-TOTALS.
           MOVE "REFERENCES TRACED......................:"
               TO RCL-LABEL.
           MOVE WS-TRACED-COUNT TO RCL-COUNT.
           WRITE TRACE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "REFERENCES FOUND.......................:"
               TO RCL-LABEL.
           MOVE WS-FOUND-COUNT TO RCL-COUNT.
           WRITE TRACE-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "REFERENCES NOT FOUND ANYWHERE..........:"
               TO RCL-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO RCL-COUNT.
           WRITE TRACE-RPT-LINE FROM RPT-COUNT-LINE.
           IF WS-RUN-OVERFLOW > 0
               MOVE "AUDIT-LOG RUNS NOT TABLED..............:"
                   TO RCL-LABEL
               MOVE WS-RUN-OVERFLOW TO RCL-COUNT
               WRITE TRACE-RPT-LINE FROM RPT-COUNT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7000-FIND-RUN-NUMBER - THE RUN THE NAMED STEP RAN UNDER
      *  ON THE GIVEN DATE, AS PRINTABLE TEXT.
      *----------------------------------------------------------*
       7000-FIND-RUN-NUMBER.
           MOVE 0 TO WS-LOOKUP-RUN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 1020-FIND-RUN-ENTRY
               THRU 1020-EXIT
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-TABLE-SIZE
               OR RECORD-FOUND.
           IF RECORD-FOUND
               SUBTRACT 1 FROM WS-RUN-IDX
               MOVE RN-NUMBER(WS-RUN-IDX) TO WS-LOOKUP-RUN
           END-IF.
           MOVE SPACES TO WS-RUN-TEXT.
           IF WS-LOOKUP-RUN = 0
               MOVE "RUN UNKNOWN" TO WS-RUN-TEXT
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                   WS-LOOKUP-RUN DELIMITED BY SIZE
                   INTO WS-RUN-TEXT
               END-STRING
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-WRITE-TRACE-LINE - ONTO THE REPORT, AND ONTO THE
      *  CONSOLE TOO WHEN A CLERK IS WAITING FOR THE ANSWER.
      *----------------------------------------------------------*
       8000-WRITE-TRACE-LINE.
           WRITE TRACE-RPT-LINE FROM RPT-TRACE-LINE.
           IF TRACE-FROM-CONSOLE
               DISPLAY FUNCTION TRIM(TRACE-RPT-LINE TRAILING)
           END-IF.
       8000-EXIT.
           EXIT.

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
           MOVE "ITEM-TRACE"         TO AUD-PROGRAM-NAME.
           MOVE WS-AUDIT-START-TIME  TO AUD-START-TIME.
           MOVE WS-AUDIT-END-TIME    TO AUD-END-TIME.
           MOVE WS-TRACED-COUNT      TO AUD-RECORD-COUNT.
           MOVE RETURN-CODE          TO AUD-RETURN-CODE.
           MOVE WS-FOUND-COUNT       TO AUD-OUTPUT-COUNT.
           MOVE WS-NOT-FOUND-COUNT   TO AUD-OUTPUT-COUNT-2.
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
           MOVE WS-REQ-FILE-STATUS
               TO WS-PS-REQ.
           MOVE WS-FAIL-FILE-STATUS
               TO WS-PS-FIL.
           MOVE WS-RPT-FILE-STATUS
               TO WS-PS-RPT.
           MOVE WS-TRACED-COUNT TO WS-PC-TRACED.
           MOVE WS-FOUND-COUNT TO WS-PC-FOUND.
           MOVE SPACES TO PROBLEM-LOG-REC.
           ACCEPT PROB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PROB-LOG-TIME FROM TIME.
           MOVE "ITEM-TRACE"
               TO PROB-PROGRAM-NAME.
           MOVE WS-FAIL-PARAGRAPH TO PROB-PARAGRAPH.
           MOVE PGM-RETURN-CODE TO PROB-RETURN-CODE.
           MOVE WS-PROB-STATUSES TO PROB-FILE-STATUSES.
           IF TRACE-FROM-CONSOLE
               MOVE "CONSOLE"
                   TO PROB-INPUT-FILE
           ELSE
               MOVE "TRACE-REQUESTS"
                   TO PROB-INPUT-FILE
           END-IF.
           MOVE WS-PROB-COUNTERS TO PROB-KEY-COUNTERS.
           WRITE PROBLEM-LOG-REC.
           CLOSE PROBLEM-LOG.
       9200-EXIT.
           EXIT.
       END PROGRAM ITEM-TRACE.
