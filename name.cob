               WS-XREF-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XEX-STAT.
      *    Per-source counts from the last manifest run, rewritten at
      *    the end of every manifest run for FT-SRCFEED's quality
      *    summaries.
           SELECT SOURCE-STATS-FILE ASSIGN TO DYNAMIC
               WS-SOURCE-STATS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SST-STAT.
      *    Surname/phonetic search index behind FT-NAMEINQ's
      *    search-by-name request types: one line per master upsert
      *    (upper-cased surname 1-30, the near-duplicate pass's
      *    parsing, the entity flag set 'O', and the salutation
      *    addressed to the organization. Roughly five percent of
      *    the file is businesses and every one used to come out as
      *    a mangled person. The tokens are the legal forms, so the
      *    organization match key drops them too (tokens compare on
      *    their first eight letters: CORPORAT covers CORPORATION).
           SELECT ORG-TOKENS-FILE ASSIGN TO DYNAMIC
               WS-ORG-TOKENS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               WS-NAME-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHS-STAT.
      *    Alternate names -- maiden, former, known-as, alternate
      *    spelling -- one ALIAS-RECORD.cpy line each, so a customer
      *    who married is still found under the surname the
      *    suppression lists, returned mail and source feeds go on
      *    using. A master change that moves the surname appends the
      *    superseded name here as a former name over the history
      *    line's window. The ALIAS= transaction mode takes operator
      *    entries, one per line: id 1-10, action 12 (A add or
      *    replace, D delete), type 14 (M maiden, F former, K known
      *    as, S alternate spelling), from date 16-23 and through
      *    date 25-32 (YYYYMMDD, either may be blank), name text
      *    34-153 as a source system would send it. The name is
      *    cleaned like any other; an add whose id, type and cleaned
      *    surname and first name match a line on file replaces it,
      *    a delete removes it. The run that first builds the store
      *    sweeps name_history.txt into it, so surnames superseded
      *    before it existed land on it too (once only, so an
      *    operator's delete stays deleted). The store is rewritten
      *    whole through the .new copy; refused lines go to the
      *    rejects file with their reason. NAMEALIAS answers the
      *    lookups.
           SELECT ALIAS-TRANS-FILE ASSIGN TO DYNAMIC
               WS-ALIAS-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALX-STAT.
           SELECT ALIAS-STORE-FILE ASSIGN TO DYNAMIC
               WS-ALIAS-STORE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STAT.
           SELECT ALIAS-STORE-NEW-FILE ASSIGN TO DYNAMIC
               WS-ALIAS-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALN-STAT.
      *    FT-CONSENT's do-not-contact ledger, loaded when present:
      *    a no-mail customer gets no salutation line (the letter
      *    shop mails from that file), and the suppressed count goes
               WS-NEAR-DUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEAR-STAT.
      *    Organization duplicates. The phonetic key is built from a
      *    person's surname and first name, so "Acme Widget Co.",
      *    "ACME WIDGET COMPANY" and "The Acme Widget Corp" never
      *    met. Organization records carry a match key instead --
      *    upper case, punctuation and "&" gone, the words AND and a
      *    leading THE gone, every org_tokens.ctl word gone, the rest
      *    run together ("ACMEWIDGET") -- and records sharing it are
      *    paired here in FT-MERGE's reviewed-pairs layout (bytes
      *    1-10 the later id, 12-21 the group's lowest id as the
      *    proposed survivor), so a confirmed line is copied to
      *    name_merge_pairs.txt as it stands.
           SELECT ORG-DUPLICATES-FILE ASSIGN TO DYNAMIC
               WS-ORG-DUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODUP-STAT.
      *    Nightly QA sample for FT-QAREVIEW. Each clean record is
      *    offered to a reservoir for its stratum -- source code by
      *    path (P person, O organization, J joint split, F
      *    family-name-first country) -- so every record in a
      *    stratum had the same chance of being drawn, however many
      *    arrived. The draws are appended at end of run, one line
      *    each: run id 1-14, source 16-18 ('---' for a single-file
      *    run), path 20, customer id 22-31, the raw input 33-278,
      *    the cleaned NAME-RECORD image 280-525 (last, first,
      *    middle, suffix, honorific, entity flag at their copybook
      *    offsets), the stratum's record count 527-535 and its
      *    sample count 537-541, which weight the error-rate
      *    estimate in FT-QARPT. The file is a queue: FT-QAREVIEW
      *    keeps whatever it has not yet judged.
           SELECT QA-SAMPLE-FILE ASSIGN TO DYNAMIC
               WS-QA-SAMPLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAS-STAT.
      *    Daily name-changes report for compliance and the statement
      *    team: when a master rewrite replaces a customer's previous
      *    name with a different one, the before/after pair is written
      *    FT-CORRECT's correction screen instead of being silently
      *    dropped; bytes 287-300 carry the run id of the execution
      *    that rejected the record, so compliance can trace any
      *    reject to its exact run. On a manifest run bytes 302-304
      *    carry the manifest source's system code (blank for an
      *    uncoded source or a single-file run), which FT-SRCFEED
      *    uses to send each source its own rejects back.
       FD  REJECTS-FILE.
       01  REJECTS-RECORD PIC X(304).

      *    Bytes 1-9 the record position (records consumed within
      *    the checkpointed source), bytes 10-13 the manifest source
       FD  CUSTOMER-EXTRACT-FILE.
       01  CUSTOMER-EXTRACT-RECORD  PIC X(105).

      *    Free-text line in bytes 1-300; bytes 302-304 the manifest
      *    source code, as on REJECTS-RECORD.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD        PIC X(304).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD       PIC X(200).

       FD  COLLISIONS-FILE.
       01  COLLISIONS-RECORD        PIC X(300).
       FD  NAME-HISTORY-FILE.
       01  NAME-HISTORY-RECORD      PIC X(300).

       FD  ALIAS-TRANS-FILE.
       01  ALIAS-TRANS-RECORD       PIC X(160).

       FD  ALIAS-STORE-FILE.
       01  ALIAS-STORE-RECORD       PIC X(380).

       FD  ALIAS-STORE-NEW-FILE.
       01  ALIAS-STORE-NEW-RECORD   PIC X(380).

      *    One line per unmatched key: 1-3 the source code, 5-24 the
      *    foreign key, 26-281 the record text it arrived with.
       FD  XREF-EXCEPTIONS-FILE.
       01  XREF-EXCEPTIONS-RECORD   PIC X(281).

      *    One line per manifest source: 1-3 source code (blank when
      *    the source sends our own ids), 5-13 read, 15-23 written,
      *    25-33 rejected, 35-43 excepted, 45-58 run id.
       FD  SOURCE-STATS-FILE.
       01  SOURCE-STATS-RECORD      PIC X(60).

       FD  NAME-CHANGES-FILE.
       01  NAME-CHANGES-RECORD      PIC X(560).

       FD  NEAR-DUPLICATES-FILE.
       01  NEAR-DUPLICATES-RECORD   PIC X(560).

       FD  ORG-DUPLICATES-FILE.
       01  ORG-DUPLICATES-RECORD    PIC X(600).

       FD  QA-SAMPLE-FILE.
       01  QA-SAMPLE-RECORD         PIC X(545).

       FD  NICKNAME-FILE.
       01  NICKNAME-RECORD          PIC X(80).

      *    exact-match key), 247-254 phonetic key, 255-264 customer
      *    id, 265-510 display text as written.
       FD  DUP-WORK-FILE.
       01  DUP-WORK-RECORD          PIC X(570).

       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05  DUP-SORT-KEY         PIC X(254).
           05  DUP-SORT-ID          PIC X(10).
           05  DUP-SORT-DISPLAY     PIC X(246).
      *        Blank for a row of this run; an alternate name's type
      *        for a row released from the alternate-name store.
           05  DUP-SORT-ALIAS-TYPE  PIC X(1).

       WORKING-STORAGE SECTION.
       77  WS-IN-STAT    PIC XX VALUE SPACES.
       77  WS-SRCHIDX-STAT PIC XX VALUE SPACES.
       77  WS-SXR-STAT   PIC XX VALUE SPACES.
       77  WS-XEX-STAT   PIC XX VALUE SPACES.
       77  WS-SST-STAT   PIC XX VALUE SPACES.
       77  WS-SLG-STAT   PIC XX VALUE SPACES.
       77  WS-PDL-STAT   PIC XX VALUE SPACES.
       77  WS-ORG-STAT   PIC XX VALUE SPACES.
       77  WS-NHS-STAT   PIC XX VALUE SPACES.
       77  WS-CHG-STAT   PIC XX VALUE SPACES.
       77  WS-DUPID-STAT PIC XX VALUE SPACES.
       77  WS-ODUP-STAT  PIC XX VALUE SPACES.
       77  WS-QAS-STAT   PIC XX VALUE SPACES.
       77  WS-NEAR-STAT  PIC XX VALUE SPACES.
       77  WS-NICK-STAT  PIC XX VALUE SPACES.
       77  WS-SAL-STAT   PIC XX VALUE SPACES.
       77  WS-LCK-STAT   PIC XX VALUE SPACES.
       77  WS-PRM-STAT   PIC XX VALUE SPACES.
       77  WS-SPL-STAT   PIC XX VALUE SPACES.
       77  WS-ALX-STAT   PIC XX VALUE SPACES.
       77  WS-ALS-STAT   PIC XX VALUE SPACES.
       77  WS-ALN-STAT   PIC XX VALUE SPACES.
       77  IDX           PIC 9(4) COMP.
       77  EOF-SWITCH    PIC X VALUE 'N'.
       77  LEN           PIC 9(4) COMP.
       01  WS-COLLISION-COUNT  PIC 9(9) VALUE 0.
       01  WS-COLLISION-SLOT   PIC 9(9) VALUE 0.

      *    Lifecycle refusal: a customer the master carries as
      *    deceased, closed, pending purge or retired takes no
      *    upsert -- the record is rejected with the status as its
      *    reason and counted here as well as under Rejected.
       01  WS-STATUS-REFUSED-COUNT PIC 9(9) VALUE 0.

      *    Transaction-mode state -- see the TRANSACTION-FILE SELECT
      *    note. Per-action applied/rejected tallies feed the control
      *    report so the delta feed's owner can reconcile what landed.
                                VALUE 'name_history.txt'.
       01  WS-NHS-OPEN-SW           PIC X VALUE 'N'.

      *    Alternate-name state -- see the ALIAS-STORE-FILE SELECT
      *    note. A nightly run opens the store EXTEND on its first
      *    superseded surname; an ALIAS= run loads it into the table
      *    (K kept, D deleted), applies a first build's history sweep
      *    and the operator lines there, and writes it back whole.
      *    The cleaned surname and first name, upper-cased, are what
      *    say two lines name the same person the same way.
       01  WS-ALIAS-TRANS-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-ALIAS-STORE-FILENAME  PIC X(100)
                                VALUE 'name_aliases.txt'.
       01  WS-ALIAS-NEW-FILENAME    PIC X(100)
                                VALUE 'name_aliases.txt.new'.
       01  WS-ALIAS-SWITCH          PIC X VALUE 'N'.
           88  IS-ALIAS-RUN             VALUE 'Y'.
       01  WS-ALIAS-OPEN-SW         PIC X VALUE 'N'.
       01  WS-ALIAS-ACTION          PIC X VALUE SPACE.
       01  WS-ALIAS-FROM-HIST-COUNT PIC 9(9) VALUE 0.
       01  WS-ALIAS-ADDED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ALIAS-REPLACED-COUNT  PIC 9(9) VALUE 0.
       01  WS-ALIAS-DELETED-COUNT   PIC 9(9) VALUE 0.
       01  WS-ALIAS-REJECTED-COUNT  PIC 9(9) VALUE 0.
       01  WS-ALIAS-ON-FILE-COUNT   PIC 9(9) VALUE 0.
       01  WS-ALIAS-FOLD            PIC X(160) VALUE SPACES.
       01  WS-ALIAS-ENT-FOLD        PIC X(160) VALUE SPACES.
       01  WS-ALIAS-MATCH-IDX       PIC 9(5) COMP VALUE 0.
       01  WS-ALIAS-IDX             PIC 9(5) COMP VALUE 0.
       01  WS-ALIAS-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ALIAS-MAX             PIC 9(5) COMP VALUE 10000.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY OCCURS 10000 TIMES.
               10  WS-ALIAS-ENT-LINE    PIC X(380).
               10  WS-ALIAS-ENT-STATE   PIC X(1).
       01  WS-ALIAS-DATE-CHECK      PIC X(8) VALUE SPACES.
       01  WS-ALIAS-DATE-PARTS REDEFINES WS-ALIAS-DATE-CHECK.
           05  WS-ALIAS-DATE-YYYY   PIC 9(4).
           05  WS-ALIAS-DATE-MM     PIC 9(2).
           05  WS-ALIAS-DATE-DD     PIC 9(2).
       01  WS-ALIAS-DISPLAY-PTR     PIC 9(4) COMP VALUE 1.
      *    Y when the sweep asks whether the name is on file under
      *    any type -- a maiden name keyed by hand is not added
      *    again as a former name.
       01  WS-ALIAS-ANY-TYPE-SW     PIC X VALUE 'N'.
       01  WS-ALIAS-STORE-OK-SW     PIC X VALUE 'Y'.
           88  ALIAS-STORE-OK           VALUE 'Y'.
      *    Y when an ALIAS= run found no store and so sweeps the
      *    name history into the one it builds.
       01  WS-ALIAS-SWEEP-SW        PIC X VALUE 'N'.
       01  WS-ALIAS-MASTER-OPEN-SW  PIC X VALUE 'N'.
       01  WS-ALIAS-MASTER-SW       PIC X VALUE 'N'.
           88  ALIAS-MASTER-FOUND       VALUE 'Y'.
       01  WS-ALIAS-PROBE-ID        PIC X(10) VALUE SPACES.
       01  WS-ALIAS-HIT-LINE        PIC X(380) VALUE SPACES.
      *    NAMEALIAS interface for the known-as salutation and the
      *    alias line every path builds before it writes.
       01  WS-ALIAS-FUNC            PIC X VALUE SPACE.
       01  WS-ALIAS-CURSOR          PIC 9(5) VALUE 0.
       01  WS-ALIAS-FOUND-SW        PIC X VALUE 'N'.
           88  ALIAS-WAS-FOUND          VALUE 'Y'.
       01  WS-ALIAS-LINE.
           COPY "ALIAS-RECORD.cpy".

      *    Repeated-id detection -- see the DUP-IDS-FILE SELECT note.
      *    Same bounded-table pattern as WS-DUP-SEEN-TABLE: ids seen
      *    this run, linear-scanned per record, capped rather than
       01  WS-AUDIT-FILENAME   PIC X(100) VALUE 'name_audit.txt'.
       01  WS-AUDIT-RAW-VALUE  PIC X(246).
       01  WS-AUDIT-TIMESTAMP  PIC X(26).
       01  WS-AUDIT-CHAIN-FUNC PIC X VALUE SPACE.
       01  WS-AUDIT-CHAIN-HASH PIC X(18) VALUE ZEROS.
       01  WS-NAME-DISPLAY-TEXT PIC X(246) VALUE SPACES.

      *    The particle, suffix, and country rule sets all load at
       01  WS-ORG-TOKENS-FILENAME  PIC X(100)
                                VALUE 'org_tokens.ctl'.
       01  WS-ORG-TOKEN-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-ORG-TOKEN-MAX        PIC 9(4) COMP VALUE 40.
       01  WS-ORG-TOKEN-TABLE.
           05  WS-ORG-TOKEN OCCURS 40 TIMES PIC X(8).
       01  WS-ORG-SWITCH           PIC X VALUE 'N'.
           88  IS-ORG-RECORD           VALUE 'Y'.
       01  WS-ORG-COUNT            PIC 9(9) VALUE 0.
       01  WS-ORG-WORD-LEN         PIC 9(4) COMP VALUE 0.
       01  WS-ORG-HIT-IDX          PIC 9(4) COMP VALUE 0.

      *    Organization match key -- see the ORG-DUPLICATES-FILE
      *    SELECT note. The group anchor is the first (lowest) id
      *    under a key; every later id pairs against it.
       01  WS-ORG-DUP-FILENAME     PIC X(100)
                                VALUE 'name_org_duplicates.txt'.
       01  WS-ORG-DUP-COUNT        PIC 9(9) VALUE 0.
       01  WS-ORG-MATCH-KEY        PIC X(60) VALUE SPACES.
       01  WS-ORG-KEY-WORK         PIC X(246) VALUE SPACES.
       01  WS-ORG-KEY-SCAN         PIC 9(4) COMP VALUE 0.
       01  WS-ORG-KEY-PTR          PIC 9(4) COMP VALUE 0.
       01  WS-ORG-KEY-WORDS        PIC 9(4) COMP VALUE 0.
       01  WS-ORG-GROUP-KEY        PIC X(60) VALUE SPACES.
       01  WS-ORG-GROUP-ID         PIC X(10) VALUE SPACES.
       01  WS-ORG-GROUP-DISPLAY    PIC X(246) VALUE SPACES.
       01  WS-ORG-PREV-ID          PIC X(10) VALUE SPACES.

      *    QA sampling state -- see the QA-SAMPLE-FILE SELECT note.
      *    QASAMPLE= sets the draws kept per stratum (0 turns the
      *    sample off); QASEED= repeats a night's draw for an audit.
       01  WS-QA-SAMPLE-FILENAME   PIC X(100)
                                VALUE 'name_qa_sample.txt'.
       01  WS-QA-PER-STRATUM       PIC 9(4) COMP VALUE 5.
       01  WS-QA-SLOT-MAX          PIC 9(4) COMP VALUE 20.
       01  WS-QA-STRATUM-MAX       PIC 9(4) COMP VALUE 40.
       01  WS-QA-STRATUM-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-QA-PARM-TEXT         PIC X(9) VALUE SPACES.
       01  WS-QA-SEED              PIC 9(9) VALUE 0.
       01  WS-QA-SEEDED-SW         PIC X VALUE 'N'.
           88  QA-RANDOM-SEEDED        VALUE 'Y'.
       01  WS-QA-OVERFLOW-SW       PIC X VALUE 'N'.
           88  QA-STRATA-OVERFLOWED    VALUE 'Y'.
       01  WS-QA-DRAW              PIC V9(9) VALUE 0.
       01  WS-QA-PICK              PIC 9(9) VALUE 0.
       01  WS-QA-SOURCE            PIC X(3) VALUE SPACES.
       01  WS-QA-PATH              PIC X VALUE SPACE.
       01  WS-QA-IDX               PIC 9(4) COMP VALUE 0.
       01  WS-QA-HIT-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-QA-SLOT-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-QA-KEPT              PIC 9(4) COMP VALUE 0.
       01  WS-QA-KEPT-DISP         PIC 9(5) VALUE 0.
       01  WS-QA-WRITE-COUNT       PIC 9(9) VALUE 0.
       01  WS-QA-STRATA.
           05  WS-QA-STRATUM OCCURS 40 TIMES.
               10  WS-QA-ST-SOURCE     PIC X(3).
               10  WS-QA-ST-PATH       PIC X.
               10  WS-QA-ST-SEEN       PIC 9(9).
               10  WS-QA-ST-SLOT OCCURS 20 TIMES.
                   15  WS-QA-SL-ID     PIC X(10).
                   15  WS-QA-SL-RAW    PIC X(246).
                   15  WS-QA-SL-CLEAN  PIC X(246).

       01  WS-ACT-SUFFIX-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-ACT-SUFFIX-TBL.
           05  WS-ACT-SUFFIX OCCURS 20 TIMES PIC X(6).
       01  WS-NEAR-LEN-1           PIC S9(9) COMP-5 VALUE 0.
       01  WS-NEAR-LEN-2           PIC S9(9) COMP-5 VALUE 0.
       01  WS-NEAR-DISTANCE        PIC S9(9) COMP-5 VALUE 0.
      *    Alternate names ride the phonetic sort too, flagged by
      *    DUP-SORT-ALIAS-TYPE: a row of this run is judged against
      *    the last alternate-name row of its key as well as the last
      *    row of the run, so a new customer who sounds like someone's
      *    maiden name is paired with that someone. A customer never
      *    pairs with their own alternate.
       01  WS-DUP-PREV-ID          PIC X(10) VALUE SPACES.
       01  WS-DUP-PREV-ALIAS-KEY   PIC X(8) VALUE SPACES.
       01  WS-DUP-PREV-ALIAS-ID    PIC X(10) VALUE SPACES.
       01  WS-DUP-PREV-ALIAS-TYPE  PIC X VALUE SPACE.
       01  WS-DUP-PREV-ALIAS-DISPLAY PIC X(246) VALUE SPACES.
       01  WS-DUP-PAIR-ID          PIC X(10) VALUE SPACES.
       01  WS-DUP-PAIR-DISPLAY     PIC X(246) VALUE SPACES.
       01  WS-DUP-PAIR-ALIAS-ID    PIC X(10) VALUE SPACES.
       01  WS-DUP-PAIR-ALIAS-TYPE  PIC X VALUE SPACE.
       01  WS-DUP-PAIR-ALIAS-DISPLAY PIC X(246) VALUE SPACES.
       01  WS-ALIAS-TYPE-WORD      PIC X(12) VALUE SPACES.
       COPY "STRING.cpy" REPLACING
                     ==MY-STRING== BY ==WS-NEARSND==
                     ==MY-LEN== BY ==WS-NEARSND-LEN==
       01  WS-RUN-DATE         PIC X(8).
       01  WS-RUN-ID           PIC X(14).

      *    Forward-recovery journal line for each change landed on the
      *    live master (see MSTJRNL).
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

      *    Records cleansed, by company, for the month-end chargeback
      *    (see CHGUSAGE).
       01  WS-USAGE-FUNC            PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

      *    Request 014 - manifest of several source-system input files
      *    processed through the same cleansing logic within one job
      *    step, combining into one clean_names.txt with a per-source
       01  WS-SRC-WRITE-BEFORE     PIC 9(9) VALUE 0.
       01  WS-SRC-REJECT-BEFORE    PIC 9(9) VALUE 0.
       01  WS-SRC-BLANK-BEFORE     PIC 9(9) VALUE 0.
       01  WS-SRC-EXCEPT-BEFORE    PIC 9(9) VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES.
               10  WS-SOURCE-FILENAME      PIC X(100).
      *        system's code for the key cross-reference. Blank means
      *        the file already sends our customer ids.
               10  WS-SOURCE-CODE          PIC X(3).
               10  WS-SOURCE-EXCEPT-COUNT  PIC 9(9).

      *    Source-key translation state -- see the SOURCE-XREF-FILE
      *    SELECT note.
       01  WS-SOURCE-XREF-FILENAME PIC X(100) VALUE SPACES.
       01  WS-XREF-EXC-FILENAME    PIC X(100)
                                VALUE 'name_xref_exceptions.txt'.
       01  WS-SOURCE-STATS-FILENAME PIC X(100)
                                VALUE 'name_source_stats.txt'.
       01  WS-XREF-RUN-SWITCH      PIC X VALUE 'N'.
           88  IS-XREF-RUN             VALUE 'Y'.
       01  WS-XREF-EXC-OPEN-SW     PIC X VALUE 'N'.
       01  WS-RUN-HISTORY-FILENAME PIC X(100)
                                VALUE 'name_run_history.txt'.
       01  WS-RUN-RETURN-CODE      PIC 9(4) VALUE 0.
      *    The control-file versions this run loaded, resolved against
      *    FT-CTLREG's registry as the files were read and carried
      *    onto the run-history line as one CTL= token. A version
      *    shows as UNREG when the file changed after the registry
      *    step ran, NONE when the file was not there.
       01  WS-CTL-VERSIONS-TEXT    PIC X(90) VALUE SPACES.
       01  WS-CTL-FINGERPRINT      PIC X(18) VALUE SPACES.
       01  WS-CTL-MATCH-VERSION    PIC 9(4) VALUE 0.
       01  WS-CTL-LATEST-VERSION   PIC 9(4) VALUE 0.
       01  WS-CTL-ONE-FILENAME     PIC X(100) VALUE SPACES.
       01  WS-CTL-ONE-VERSION      PIC X(5) VALUE SPACES.
       01  WS-CTL-TEXT-PTR         PIC 9(4) COMP VALUE 1.

      *    Parameterized file names (Request 000). Defaults keep the
      *    program runnable exactly as before when no PARM is supplied;
           PERFORM LOAD-CONSENT-LEDGER
           PERFORM LOAD-SALUTATION-LANGS
           PERFORM LOAD-ORG-TOKENS
           PERFORM RESOLVE-CONTROL-VERSIONS
           IF RT-RULES-STATUS = 'E'
               DISPLAY "Rules control file rejected, using built-in "
                   "defaults: " FUNCTION TRIM(WS-RULES-FILENAME)
           END-IF

           EVALUATE TRUE
               WHEN IS-ALIAS-RUN
                   PERFORM RUN-ALIAS-MODE
               WHEN IS-TRANSACTION-RUN
                   PERFORM RUN-TRANSACTION-MODE
               WHEN IS-MANIFEST-RUN
                   PERFORM RUN-SINGLE-SOURCE
           END-EVALUATE

           IF NOT IS-TRANSACTION-RUN AND NOT IS-ALIAS-RUN
               PERFORM DETECT-DUPLICATE-NAMES
           END-IF

           IF (SORT-BY-LAST-NAME OR SORT-BY-CUST-ID) AND
                   NOT IS-TRANSACTION-RUN AND NOT IS-ALIAS-RUN
                   AND NOT SPLIT-ONLY
               PERFORM SORT-CLEAN-OUTPUT
           END-IF

           PERFORM CLOSE-XREF-EXCEPTIONS
           PERFORM CLOSE-PENDING-DELETES
           PERFORM CLOSE-NAME-HISTORY
           PERFORM CLOSE-ALIAS-STORE
           PERFORM WRITE-QA-SAMPLE
           PERFORM WRITE-CONTROL-REPORT
           PERFORM WRITE-RUN-HISTORY-RECORD
           PERFORM FLUSH-CLEANSE-USAGE
           PERFORM RELEASE-RUN-LOCK
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           GOBACK.

           PERFORM OPEN-NAME-MASTER-FILE

      *    The audit trail is hash-chained (see AUDCHAIN), so every
      *    run appends to it -- a fresh run truncating it would look
      *    exactly like tampering. The chain picks up from the last
      *    line already on the trail.
           MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STAT NOT = "00"
                   WS-REJ-STAT
           END-IF
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to close name master. STATUS="
                   WS-MASTER-STAT
                   WS-REJ-STAT
           END-IF
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to close name master. STATUS="
                   WS-MASTER-STAT
               MOVE 'N' TO WS-PENDING-DEL-OPEN-SW
           END-IF.

      *    An FT-ERASE tombstone (survivor ERASED) is not a merge;
      *    a later transaction for that id is taken as it stands.
       REDIRECT-MERGED-TRANS-ID.
           PERFORM VARYING WS-MERGE-XREF-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-XREF-IDX > WS-MERGE-XREF-COUNT
               IF WS-INPUT-RECORD(1:10) =
                       WS-MERGE-RETIRED-ID(WS-MERGE-XREF-IDX)
                       AND WS-MERGE-SURVIVOR-ID(WS-MERGE-XREF-IDX)
                           NOT = 'ERASED'
                   MOVE WS-MERGE-SURVIVOR-ID(WS-MERGE-XREF-IDX)
                       TO WS-INPUT-RECORD(1:10)
                   ADD 1 TO WS-MERGE-REDIRECT-COUNT
                   MOVE WS-MASTER-NEW-NAME-TEXT TO MASTER-NAME-TEXT
                   MOVE WS-RUN-ID TO MASTER-RUN-ID
                   MOVE WS-RECORD-COMPANY TO MASTER-COMPANY-CODE
                   MOVE 'A' TO MASTER-STATUS-CODE
                   MOVE WS-RUN-DATE TO MASTER-STATUS-DATE
                   WRITE MASTER-RECORD
                   END-WRITE
                   IF WS-MASTER-STAT = "00"
                       ADD 1 TO WS-TRANS-ADD-APPLIED
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE 'A' TO JRNL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
                   ELSE
                       DISPLAY "Name master add failed. STATUS="
                           WS-MASTER-STAT
                       MOVE "ADD FOR EXISTING ID" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-RECORD
                   WHEN 'C'
                       PERFORM REFUSE-INACTIVE-CUSTOMER
                       IF IS-REJECTED
                           ADD 1 TO WS-REJECT-COUNT
                           ADD 1 TO WS-TRANS-CHG-REJECTED
                           PERFORM WRITE-REJECTED-RECORD
                           EXIT PARAGRAPH
                       END-IF
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
                       MOVE MASTER-NAME-TEXT TO WS-PRIOR-MASTER-NAME
                       MOVE MASTER-RUN-ID TO WS-PRIOR-MASTER-RUN-ID
                       MOVE WS-MASTER-NEW-NAME-TEXT TO MASTER-NAME-TEXT
                       END-REWRITE
                       IF WS-MASTER-STAT = "00"
                           ADD 1 TO WS-TRANS-CHG-APPLIED
                           MOVE 'C' TO JRNL-ACTION
                           PERFORM JOURNAL-MASTER-CHANGE
                           PERFORM CHECK-FOR-NAME-CHANGE
                       ELSE
                           DISPLAY "Name master change failed. STATUS="
               END-IF
           END-IF.

      *    Alternate-name maintenance -- see the ALIAS-STORE-FILE
      *    SELECT note. The store loads whole (one too large for the
      *    table refuses the run rather than dropping lines on the
      *    rewrite), the name history is swept in, the operator
      *    lines apply in file order, and the store goes back whole.
      *    The name master is only read here, to refuse an alternate
      *    for a customer who is not on it.
       RUN-ALIAS-MODE.
           MOVE WS-ALIAS-TRANS-FILENAME TO WS-INPUT-FILENAME
           PERFORM LOAD-MERGE-XREF
           PERFORM LOAD-ALIAS-STORE
           IF NOT ALIAS-STORE-OK
               MOVE 12 TO WS-RUN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALIAS-TRANS-FILE
           IF WS-ALX-STAT NOT = "00"
               DISPLAY "Failed to open alias transaction file. STATUS="
                   WS-ALX-STAT " FILE="
                   FUNCTION TRIM(WS-ALIAS-TRANS-FILENAME)
               MOVE 12 TO WS-RUN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJECTS-FILE
           IF WS-REJ-STAT NOT = "00"
               DISPLAY "Failed to open rejects file. STATUS="
                   WS-REJ-STAT
               CLOSE ALIAS-TRANS-FILE
               MOVE 12 TO WS-RUN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-ALIAS-MASTER-OPEN-SW
           ELSE
               DISPLAY "Name master not readable, alias adds refused. "
                   "STATUS=" WS-MASTER-STAT
           END-IF

           IF WS-ALIAS-SWEEP-SW = 'Y'
               PERFORM SWEEP-NAME-HISTORY-ALIASES
           END-IF

           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ALIAS-TRANS-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ALIAS-TRANS-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-ALIAS-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-TRANS-FILE
           CLOSE REJECTS-FILE
           IF WS-ALIAS-MASTER-OPEN-SW = 'Y'
               CLOSE NAME-MASTER-FILE
               MOVE 'N' TO WS-ALIAS-MASTER-OPEN-SW
           END-IF

           PERFORM WRITE-ALIAS-STORE
           DISPLAY "FT-NAME aliases: from history="
               WS-ALIAS-FROM-HIST-COUNT
               " added=" WS-ALIAS-ADDED-COUNT
               " replaced=" WS-ALIAS-REPLACED-COUNT
               " deleted=" WS-ALIAS-DELETED-COUNT
               " rejected=" WS-ALIAS-REJECTED-COUNT
           IF NOT ALIAS-STORE-OK
               MOVE 12 TO WS-RUN-RETURN-CODE
           END-IF.

       LOAD-ALIAS-STORE.
           MOVE 0 TO WS-ALIAS-COUNT
           OPEN INPUT ALIAS-STORE-FILE
           IF WS-ALS-STAT = "35"
               MOVE 'Y' TO WS-ALIAS-SWEEP-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-ALS-STAT NOT = "00"
               DISPLAY "Failed to open alternate names. STATUS="
                   WS-ALS-STAT " FILE="
                   FUNCTION TRIM(WS-ALIAS-STORE-FILENAME)
               MOVE 'N' TO WS-ALIAS-STORE-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ALIAS-STORE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF ALIAS-STORE-RECORD(1:10) NOT = SPACES
                           IF WS-ALIAS-COUNT >= WS-ALIAS-MAX
                               DISPLAY "Alternate names exceed "
                                   WS-ALIAS-MAX " lines - run refused"
                               MOVE 'N' TO WS-ALIAS-STORE-OK-SW
                               MOVE 'Y' TO EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE ALIAS-STORE-RECORD
                                   TO WS-ALIAS-ENT-LINE(WS-ALIAS-COUNT)
                               MOVE 'K'
                                 TO WS-ALIAS-ENT-STATE(WS-ALIAS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-STORE-FILE
           MOVE 'N' TO EOF-SWITCH.

      *    Superseded names from before the nightly pass kept this
      *    file, swept in when an ALIAS= run finds no store yet: every
      *    history line whose surname is no longer the master's
      *    becomes a former name, unless the same surname and first
      *    name are already on file for the customer under any type.
      *    A customer no longer on the master (erased, merged away)
      *    gets nothing.
       SWEEP-NAME-HISTORY-ALIASES.
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-NHS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-NHS-STAT NOT = "00"
               DISPLAY "Name history not readable, not swept. STATUS="
                   WS-NHS-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ NAME-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM SWEEP-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE NAME-HISTORY-FILE
           MOVE 'N' TO EOF-SWITCH.

       SWEEP-ONE-HISTORY-LINE.
           IF NAME-HISTORY-RECORD(1:10) = SPACES
                   OR NAME-HISTORY-RECORD(30:80) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE NAME-HISTORY-RECORD(1:10) TO WS-ALIAS-PROBE-ID
           PERFORM PROBE-ALIAS-MASTER
           IF NOT ALIAS-MASTER-FOUND
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(MASTER-NAME-TEXT(1:80)) =
                   FUNCTION UPPER-CASE(NAME-HISTORY-RECORD(30:80))
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ALIAS-LINE
           MOVE NAME-HISTORY-RECORD(1:10) TO ALIAS-CUST-ID
           MOVE 'F' TO ALIAS-TYPE
           MOVE NAME-HISTORY-RECORD(12:8) TO ALIAS-FROM-DATE
           MOVE NAME-HISTORY-RECORD(21:8) TO ALIAS-THRU-DATE
           MOVE 'H' TO ALIAS-SOURCE
           MOVE NAME-HISTORY-RECORD(277:14) TO ALIAS-RUN-ID
           MOVE NAME-HISTORY-RECORD(30:246) TO ALIAS-NAME-TEXT
           PERFORM BUILD-ALIAS-DISPLAY-NAME
           MOVE FUNCTION UPPER-CASE(ALIAS-NAME-TEXT(1:160))
               TO WS-ALIAS-FOLD
           MOVE 'Y' TO WS-ALIAS-ANY-TYPE-SW
           PERFORM FIND-ALIAS-ON-FILE
           IF WS-ALIAS-MATCH-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ALIAS-COUNT >= WS-ALIAS-MAX
               DISPLAY "Alternate-name table full, history not swept: "
                   ALIAS-CUST-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM KEEP-NEW-ALIAS-LINE
           ADD 1 TO WS-ALIAS-FROM-HIST-COUNT.

      *    One operator line. The rejects line carries the line as
      *    sent, so it can be corrected and sent again. A delete
      *    with no name text removes every line of its type for the
      *    customer.
       APPLY-ONE-ALIAS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE ALIAS-TRANS-RECORD TO WS-RAW-INPUT-RECORD
           MOVE FUNCTION UPPER-CASE(ALIAS-TRANS-RECORD(12:1))
               TO WS-ALIAS-ACTION
           MOVE SPACES TO WS-INPUT-RECORD
           MOVE ALIAS-TRANS-RECORD(1:10) TO WS-INPUT-RECORD(1:10)
           MOVE ALIAS-TRANS-RECORD(34:120) TO WS-INPUT-RECORD(11:120)
           PERFORM REDIRECT-MERGED-TRANS-ID
           PERFORM CHECK-COUNTRY-CODE-PREFIX

           MOVE SPACES TO WS-ALIAS-LINE
           MOVE WS-INPUT-RECORD(1:10) TO ALIAS-CUST-ID
           MOVE FUNCTION UPPER-CASE(ALIAS-TRANS-RECORD(14:1))
               TO ALIAS-TYPE
           MOVE ALIAS-TRANS-RECORD(16:8) TO ALIAS-FROM-DATE
           MOVE ALIAS-TRANS-RECORD(25:8) TO ALIAS-THRU-DATE
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-ALIAS-ACTION NOT = 'A'
                       AND WS-ALIAS-ACTION NOT = 'D'
                   MOVE "INVALID ALIAS ACTION" TO WS-REJECT-REASON
               WHEN NOT ALIAS-TYPE-VALID
                   MOVE "INVALID ALIAS TYPE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-ALIAS-DATE-RANGE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'Y' TO WS-REJECT-SWITCH
           ELSE
               IF WS-ALIAS-ACTION = 'A'
                       OR WS-INPUT-RECORD(11:246) NOT = SPACES
                   PERFORM VALIDATE-INPUT-RECORD
               END-IF
           END-IF
           IF NOT IS-REJECTED AND WS-ALIAS-ACTION = 'A'
               MOVE ALIAS-CUST-ID TO WS-ALIAS-PROBE-ID
               PERFORM PROBE-ALIAS-MASTER
               IF NOT ALIAS-MASTER-FOUND
                   MOVE 'Y' TO WS-REJECT-SWITCH
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF IS-REJECTED
               PERFORM REJECT-ALIAS-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF WS-INPUT-RECORD(11:246) NOT = SPACES
               PERFORM CLEAN-ALIAS-NAME-TEXT
           END-IF
           IF WS-ALIAS-ACTION = 'D'
               PERFORM DELETE-ALIAS-ENTRY
           ELSE
               PERFORM ADD-ALIAS-ENTRY
           END-IF.

      *    Either date may be blank; a given one must be a real
      *    YYYYMMDD date, and a range must run forward.
       CHECK-ALIAS-DATE-RANGE.
           IF ALIAS-FROM-DATE NOT = SPACES
               MOVE ALIAS-FROM-DATE TO WS-ALIAS-DATE-CHECK
               PERFORM CHECK-ONE-ALIAS-DATE
           END-IF
           IF ALIAS-THRU-DATE NOT = SPACES
               MOVE ALIAS-THRU-DATE TO WS-ALIAS-DATE-CHECK
               PERFORM CHECK-ONE-ALIAS-DATE
               IF ALIAS-FROM-DATE NOT = SPACES
                       AND ALIAS-THRU-DATE < ALIAS-FROM-DATE
                   MOVE "INVALID ALIAS DATE RANGE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-ONE-ALIAS-DATE.
           IF WS-ALIAS-DATE-CHECK IS NOT NUMERIC
               MOVE "INVALID ALIAS DATE RANGE" TO WS-REJECT-REASON
           ELSE
               IF WS-ALIAS-DATE-MM < 1 OR WS-ALIAS-DATE-MM > 12
                       OR WS-ALIAS-DATE-DD < 1
                       OR WS-ALIAS-DATE-DD > 31
                   MOVE "INVALID ALIAS DATE RANGE" TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    The alternate name cleans in the shared OUTPUT-RECORD work
      *    area exactly as APPLY-TRANSACTION-TO-MASTER cleans a new
      *    master name, so a maiden name cases and splits the way
      *    the customer's name once did.
       CLEAN-ALIAS-NAME-TEXT.
           MOVE WS-INPUT-RECORD TO OUTPUT-RECORD
           PERFORM CHECK-ORG-ENTITY
           IF IS-ORG-RECORD
               PERFORM PROCESS-ORG-NAME
           ELSE
               IF NOT IS-FAMILY-NAME-FIRST-COUNTRY
                   PERFORM REORDER-LAST-FIRST-FORMAT
               END-IF
               PERFORM PROCESS-NAME
               PERFORM POPULATE-NAME-RECORD
           END-IF
           MOVE OUTPUT-RECORD(11:246) TO ALIAS-NAME-TEXT
           PERFORM BUILD-ALIAS-DISPLAY-NAME
           MOVE FUNCTION UPPER-CASE(ALIAS-NAME-TEXT(1:160))
               TO WS-ALIAS-FOLD.

       ADD-ALIAS-ENTRY.
           MOVE 'O' TO ALIAS-SOURCE
           MOVE WS-RUN-ID TO ALIAS-RUN-ID
           MOVE 'N' TO WS-ALIAS-ANY-TYPE-SW
           PERFORM FIND-ALIAS-ON-FILE
           IF WS-ALIAS-MATCH-IDX > 0
               MOVE WS-ALIAS-LINE
                   TO WS-ALIAS-ENT-LINE(WS-ALIAS-MATCH-IDX)
               ADD 1 TO WS-ALIAS-REPLACED-COUNT
           ELSE
               IF WS-ALIAS-COUNT >= WS-ALIAS-MAX
                   MOVE "ALIAS TABLE FULL" TO WS-REJECT-REASON
                   PERFORM REJECT-ALIAS-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               PERFORM KEEP-NEW-ALIAS-LINE
               ADD 1 TO WS-ALIAS-ADDED-COUNT
           END-IF.

       DELETE-ALIAS-ENTRY.
           MOVE 0 TO WS-ALIAS-MATCH-IDX
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALIAS-ENT-STATE(WS-ALIAS-IDX) = 'K'
                       AND WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(1:10)
                           = ALIAS-CUST-ID
                       AND WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(12:1)
                           = ALIAS-TYPE
                   MOVE FUNCTION UPPER-CASE(
                           WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(49:160))
                       TO WS-ALIAS-ENT-FOLD
                   IF ALIAS-NAME-TEXT = SPACES
                           OR WS-ALIAS-ENT-FOLD = WS-ALIAS-FOLD
                       MOVE 'D' TO WS-ALIAS-ENT-STATE(WS-ALIAS-IDX)
                       MOVE WS-ALIAS-IDX TO WS-ALIAS-MATCH-IDX
                       ADD 1 TO WS-ALIAS-DELETED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALIAS-MATCH-IDX = 0
               MOVE "ALIAS NOT ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-ALIAS-TRANSACTION
           END-IF.

      *    The kept line for WS-ALIAS-LINE's customer whose cleaned
      *    surname and first name match WS-ALIAS-FOLD -- of the same
      *    type, or of any type when WS-ALIAS-ANY-TYPE-SW is Y. The
      *    index comes back zero when there is none.
       FIND-ALIAS-ON-FILE.
           MOVE 0 TO WS-ALIAS-MATCH-IDX
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALIAS-ENT-STATE(WS-ALIAS-IDX) = 'K'
                       AND WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(1:10)
                           = ALIAS-CUST-ID
                       AND (WS-ALIAS-ANY-TYPE-SW = 'Y'
                           OR WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(12:1)
                               = ALIAS-TYPE)
                   MOVE FUNCTION UPPER-CASE(
                           WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)(49:160))
                       TO WS-ALIAS-ENT-FOLD
                   IF WS-ALIAS-ENT-FOLD = WS-ALIAS-FOLD
                       MOVE WS-ALIAS-IDX TO WS-ALIAS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.

       KEEP-NEW-ALIAS-LINE.
           ADD 1 TO WS-ALIAS-COUNT
           MOVE WS-ALIAS-LINE TO WS-ALIAS-ENT-LINE(WS-ALIAS-COUNT)
           MOVE 'K' TO WS-ALIAS-ENT-STATE(WS-ALIAS-COUNT).

       REJECT-ALIAS-TRANSACTION.
           ADD 1 TO WS-ALIAS-REJECTED-COUNT
           ADD 1 TO WS-REJECT-COUNT
           PERFORM WRITE-REJECTED-RECORD.

      *    Is WS-ALIAS-PROBE-ID on the name master? A slot held by
      *    another id is a key-fold collision, not this customer.
       PROBE-ALIAS-MASTER.
           MOVE 'N' TO WS-ALIAS-MASTER-SW
           IF WS-ALIAS-MASTER-OPEN-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALIAS-PROBE-ID TO MASTER-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-ALIAS-PROBE-ID
                       MOVE 'Y' TO WS-ALIAS-MASTER-SW
                   END-IF
           END-READ.

      *    Same rule as the other working copies: the store is
      *    replaced only when every write landed.
       WRITE-ALIAS-STORE.
           MOVE 0 TO WS-ALIAS-ON-FILE-COUNT
           OPEN OUTPUT ALIAS-STORE-NEW-FILE
           IF WS-ALN-STAT NOT = "00"
               DISPLAY "Failed to open alternate-name working copy. "
                   "STATUS=" WS-ALN-STAT
               MOVE 'N' TO WS-ALIAS-STORE-OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   OR WS-ALN-STAT NOT = "00"
               IF WS-ALIAS-ENT-STATE(WS-ALIAS-IDX) = 'K'
                   MOVE WS-ALIAS-ENT-LINE(WS-ALIAS-IDX)
                       TO ALIAS-STORE-NEW-RECORD
                   WRITE ALIAS-STORE-NEW-RECORD
                   ADD 1 TO WS-ALIAS-ON-FILE-COUNT
               END-IF
           END-PERFORM
           IF WS-ALN-STAT = "00"
               CLOSE ALIAS-STORE-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-ALIAS-STORE-FILENAME
               CALL "CBL_RENAME_FILE" USING WS-ALIAS-NEW-FILENAME
                   WS-ALIAS-STORE-FILENAME
           ELSE
               DISPLAY "Write error on alternate-name working copy. "
                   "STATUS=" WS-ALN-STAT
               CLOSE ALIAS-STORE-NEW-FILE
               DISPLAY "Working copy kept aside, live file untouched: "
                   FUNCTION TRIM(WS-ALIAS-NEW-FILENAME)
               MOVE 'N' TO WS-ALIAS-STORE-OK-SW
           END-IF.

      *    The one-line form of an alternate name: given name,
      *    middle, surname, suffix, blanks skipped; an organization's
      *    name as it stands.
       BUILD-ALIAS-DISPLAY-NAME.
           MOVE SPACES TO ALIAS-DISPLAY-NAME
           IF ALIAS-ENTITY-FLAG = 'O'
               MOVE ALIAS-LAST-NAME TO ALIAS-DISPLAY-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ALIAS-DISPLAY-PTR
           IF ALIAS-FIRST-NAME NOT = SPACES
               STRING FUNCTION TRIM(ALIAS-FIRST-NAME) " "
                   DELIMITED BY SIZE INTO ALIAS-DISPLAY-NAME
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF
           IF ALIAS-MIDDLE-NAME NOT = SPACES
               STRING FUNCTION TRIM(ALIAS-MIDDLE-NAME) " "
                   DELIMITED BY SIZE INTO ALIAS-DISPLAY-NAME
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF
           IF ALIAS-LAST-NAME NOT = SPACES
               STRING FUNCTION TRIM(ALIAS-LAST-NAME) " "
                   DELIMITED BY SIZE INTO ALIAS-DISPLAY-NAME
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF
           IF ALIAS-SUFFIX NOT = SPACES
               STRING FUNCTION TRIM(ALIAS-SUFFIX)
                   DELIMITED BY SIZE INTO ALIAS-DISPLAY-NAME
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF.

      *    Request 014 - read the manifest, then run every listed
      *    source file through the same cleansing logic in turn,
      *    combining into the one OUTPUT-FILE/REJECTS-FILE/AUDIT-FILE/

           PERFORM OPEN-NAME-MASTER-FILE

      *    The audit trail is hash-chained (see AUDCHAIN), so every
      *    run appends to it -- a fresh run truncating it would look
      *    exactly like tampering. The chain picks up from the last
      *    line already on the trail.
           MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STAT NOT = "00"
                       OR WS-RUN-RETURN-CODE = 8
               PERFORM PROCESS-ONE-MANIFEST-SOURCE
           END-PERFORM
           PERFORM WRITE-SOURCE-STATS-FILE

           IF NOT SPLIT-ONLY
               IF NOT WINDOW-CUTOFF-HIT AND WS-RUN-RETURN-CODE NOT = 8
                   WS-REJ-STAT
           END-IF
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to close name master. STATUS="
                   WS-MASTER-STAT
               MOVE 0 TO WS-SOURCE-WRITE-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SOURCE-REJECT-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SOURCE-BLANK-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SOURCE-EXCEPT-COUNT(WS-SRC-IDX)
           ELSE
               PERFORM PROCESS-MANIFEST-SOURCE-RECORDS
           END-IF.
           MOVE WS-WRITE-COUNT TO WS-SRC-WRITE-BEFORE
           MOVE WS-REJECT-COUNT TO WS-SRC-REJECT-BEFORE
           MOVE WS-BLANK-COUNT TO WS-SRC-BLANK-BEFORE
           MOVE WS-EXCEPTION-COUNT TO WS-SRC-EXCEPT-BEFORE
           MOVE 'N' TO EOF-SWITCH
           MOVE WS-SRC-IDX TO WS-RESTART-SRC-IDX
           MOVE 0 TO WS-RESTART-COUNT
           COMPUTE WS-SOURCE-REJECT-COUNT(WS-SRC-IDX) =
               WS-REJECT-COUNT - WS-SRC-REJECT-BEFORE
           COMPUTE WS-SOURCE-BLANK-COUNT(WS-SRC-IDX) =
               WS-BLANK-COUNT - WS-SRC-BLANK-BEFORE
           COMPUTE WS-SOURCE-EXCEPT-COUNT(WS-SRC-IDX) =
               WS-EXCEPTION-COUNT - WS-SRC-EXCEPT-BEFORE.

       WRITE-SOURCE-STATS-FILE.
           OPEN OUTPUT SOURCE-STATS-FILE
           IF WS-SST-STAT NOT = "00"
               DISPLAY "Failed to open source stats file. STATUS="
                   WS-SST-STAT
           ELSE
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   MOVE SPACES TO SOURCE-STATS-RECORD
                   MOVE WS-SOURCE-CODE(WS-SRC-IDX)
                       TO SOURCE-STATS-RECORD(1:3)
                   MOVE WS-SOURCE-READ-COUNT(WS-SRC-IDX)
                       TO SOURCE-STATS-RECORD(5:9)
                   MOVE WS-SOURCE-WRITE-COUNT(WS-SRC-IDX)
                       TO SOURCE-STATS-RECORD(15:9)
                   MOVE WS-SOURCE-REJECT-COUNT(WS-SRC-IDX)
                       TO SOURCE-STATS-RECORD(25:9)
                   MOVE WS-SOURCE-EXCEPT-COUNT(WS-SRC-IDX)
                       TO SOURCE-STATS-RECORD(35:9)
                   MOVE WS-RUN-ID TO SOURCE-STATS-RECORD(45:14)
                   WRITE SOURCE-STATS-RECORD
               END-PERFORM
               CLOSE SOURCE-STATS-FILE
           END-IF.

      *    Fast-forward the resumed source past the records the
      *    abended invocation already consumed; they stay counted as
                   ADD 1 TO WS-BLANK-COUNT
               END-IF
               PERFORM VALIDATE-INPUT-RECORD
               IF NOT IS-REJECTED
                   PERFORM CHECK-MASTER-LIFECYCLE
               END-IF
               IF IS-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-REJECTED-RECORD
               END-IF
           END-IF.

      *    The master's status for this id, read ahead of any
      *    write. Only the customer's own slot counts -- a fold
      *    neighbor's status says nothing about this customer -- and
      *    a blank or 'A' code is active.
       CHECK-MASTER-LIFECYCLE.
           MOVE WS-INPUT-RECORD(1:10) TO MASTER-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-INPUT-RECORD(1:10)
                       PERFORM REFUSE-INACTIVE-CUSTOMER
                   END-IF
           END-READ.

       REFUSE-INACTIVE-CUSTOMER.
           EVALUATE MASTER-STATUS-CODE
               WHEN 'D'
                   MOVE "CUSTOMER DECEASED" TO WS-REJECT-REASON
               WHEN 'C'
                   MOVE "CUSTOMER CLOSED" TO WS-REJECT-REASON
               WHEN 'P'
                   MOVE "CUSTOMER PENDING PURGE" TO WS-REJECT-REASON
               WHEN 'R'
                   MOVE "CUSTOMER RETIRED BY MERGE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO WS-REJECT-SWITCH
           ADD 1 TO WS-STATUS-REFUSED-COUNT.

      *    A standalone '&' with a given name before it and at
      *    least a given name plus surname after marks a joint
      *    account -- unless the record is a business, whose
                   MOVE WS-MASTER-NEW-NAME-TEXT TO MASTER-NAME-TEXT
                   MOVE WS-RUN-ID TO MASTER-RUN-ID
                   MOVE WS-RECORD-COMPANY TO MASTER-COMPANY-CODE
                   MOVE 'A' TO MASTER-STATUS-CODE
                   MOVE WS-RUN-DATE TO MASTER-STATUS-DATE
                   WRITE MASTER-RECORD
                   END-WRITE
                   IF WS-MASTER-STAT = "00"
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE 'A' TO JRNL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
                   END-IF
               NOT INVALID KEY
      *            The READ loaded whatever customer already owns this
      *            slot. A different resident id means the MOD-31 fold
      *            instead of replacing that customer's name with this
      *            one's.
                   IF MASTER-CUST-ID = OUTPUT-RECORD(1:10)
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
                       MOVE MASTER-NAME-TEXT TO WS-PRIOR-MASTER-NAME
                       MOVE MASTER-RUN-ID TO WS-PRIOR-MASTER-RUN-ID
                       MOVE WS-MASTER-NEW-NAME-TEXT TO MASTER-NAME-TEXT
                       REWRITE MASTER-RECORD
                       END-REWRITE
                       IF WS-MASTER-STAT = "00" OR WS-MASTER-STAT = "02"
                           MOVE 'C' TO JRNL-ACTION
                           PERFORM JOURNAL-MASTER-CHANGE
                           PERFORM CHECK-FOR-NAME-CHANGE
                       END-IF
                   ELSE
               END-IF
           END-IF.

      *    One forward-recovery journal line per change landed on the
      *    live master; the caller has set the action and, for a
      *    change, the before image. A staging run's shadow is not
      *    the master -- FT-PROMOTE journals those records when it
      *    applies them.
       JOURNAL-MASTER-CHANGE.
           IF IS-STAGING-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-NAME' TO JRNL-PROGRAM
           MOVE MASTER-CUST-ID TO JRNL-CUST-ID
           MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

      *    Every clean record written counts as one record cleansed
      *    for its company; the run's counts reach the usage ledger
      *    at end of run.
       TALLY-CLEANSE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-NAME' TO USAGE-PROGRAM
           MOVE 'NAMECLN' TO USAGE-VOLUME
           MOVE WS-RECORD-COMPANY TO USAGE-COMPANY
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       FLUSH-CLEANSE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE WS-RUN-ID TO USAGE-RUN-ID
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

      *    One search-index line per landed upsert, so the call
      *    center's surname and sounds-like lookups see tonight's
      *    names tomorrow morning without a master unload. A staging
                       WS-CHG-STAT
               END-IF
               PERFORM APPEND-NAME-HISTORY
               IF WS-PRIOR-MASTER-NAME(1:80) NOT = SPACES AND
                       FUNCTION UPPER-CASE(WS-PRIOR-MASTER-NAME(1:80))
                       NOT = FUNCTION UPPER-CASE(MASTER-NAME-TEXT(1:80))
                   PERFORM APPEND-FORMER-NAME-ALIAS
               END-IF
           END-IF.

      *    The superseded name with its effective window: from the
               MOVE 'N' TO WS-NHS-OPEN-SW
           END-IF.

      *    A surname the customer no longer carries is still the one
      *    old mail, suppression lists and other feeds know them by:
      *    it goes onto the alternate-name store as a former name
      *    over the history line's window, unless the customer
      *    already carries that surname and first name under some
      *    type (a maiden name keyed by hand, an earlier change
      *    back).
       APPEND-FORMER-NAME-ALIAS.
           MOVE SPACES TO WS-ALIAS-LINE
           MOVE MASTER-CUST-ID TO ALIAS-CUST-ID
           MOVE 'F' TO ALIAS-TYPE
           MOVE WS-PRIOR-MASTER-RUN-ID(1:8) TO ALIAS-FROM-DATE
           MOVE WS-RUN-DATE TO ALIAS-THRU-DATE
           MOVE 'H' TO ALIAS-SOURCE
           MOVE WS-RUN-ID TO ALIAS-RUN-ID
           MOVE WS-PRIOR-MASTER-NAME TO ALIAS-NAME-TEXT
           PERFORM BUILD-ALIAS-DISPLAY-NAME
           MOVE FUNCTION UPPER-CASE(ALIAS-NAME-TEXT(1:160))
               TO WS-ALIAS-FOLD
           MOVE MASTER-CUST-ID TO WS-ALIAS-PROBE-ID
           MOVE 'N' TO WS-ALIAS-FUNC
           MOVE 0 TO WS-ALIAS-CURSOR
           MOVE 'Y' TO WS-ALIAS-FOUND-SW
           PERFORM UNTIL NOT ALIAS-WAS-FOUND
               CALL 'NAMEALIAS' USING WS-ALIAS-FUNC WS-ALIAS-PROBE-ID
                   WS-RUN-DATE WS-ALIAS-CURSOR WS-ALIAS-HIT-LINE
                   WS-ALIAS-FOUND-SW
               IF ALIAS-WAS-FOUND AND
                       FUNCTION UPPER-CASE(WS-ALIAS-HIT-LINE(49:160))
                           = WS-ALIAS-FOLD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ALIAS-OPEN-SW = 'N'
               OPEN EXTEND ALIAS-STORE-FILE
               IF WS-ALS-STAT = "35"
                   OPEN OUTPUT ALIAS-STORE-FILE
               END-IF
               IF WS-ALS-STAT NOT = "00"
                   DISPLAY "Failed to open alternate names. STATUS="
                       WS-ALS-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-ALIAS-OPEN-SW
           END-IF
           MOVE WS-ALIAS-LINE TO ALIAS-STORE-RECORD
           WRITE ALIAS-STORE-RECORD
           IF WS-ALS-STAT NOT = "00"
               DISPLAY "Write error on alternate names. STATUS="
                   WS-ALS-STAT
           ELSE
               ADD 1 TO WS-ALIAS-FROM-HIST-COUNT
           END-IF.

      *    Also tells NAMEALIAS to forget what it loaded, so the
      *    next lookup sees the lines this run appended.
       CLOSE-ALIAS-STORE.
           IF WS-ALIAS-OPEN-SW = 'Y'
               CLOSE ALIAS-STORE-FILE
               MOVE 'N' TO WS-ALIAS-OPEN-SW
           END-IF
           MOVE 'E' TO WS-ALIAS-FUNC
           CALL 'NAMEALIAS' USING WS-ALIAS-FUNC WS-ALIAS-PROBE-ID
               WS-RUN-DATE WS-ALIAS-CURSOR WS-ALIAS-HIT-LINE
               WS-ALIAS-FOUND-SW.

      *    One line per refused master overwrite: the slot number, the
      *    customer already resident there, and the incoming customer
      *    whose update was refused.
               MOVE 'Y' TO EOF-SWITCH
           ELSE
               ADD 1 TO WS-WRITE-COUNT
               PERFORM TALLY-CLEANSE-USAGE
               PERFORM UPSERT-MASTER-RECORD
               IF WS-MASTER-STAT NOT = "00" AND
                       WS-MASTER-STAT NOT = "02"
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RECORD-DUP-WORK-ENTRY
               PERFORM OFFER-QA-SAMPLE
               PERFORM WRITE-CUSTOMER-EXTRACT-RECORD
               PERFORM WRITE-SALUTATION-RECORD
               IF HAS-EXCEPTION
      *    honorific plus surname when an honorific was recognized
      *    ("Mr Smith" leaves its single core word in FIRST-NAME, so
      *    the surname slot falls back to it when LAST-NAME came out
      *    empty), otherwise the full display text -- or, for a
      *    customer with a known-as name in effect, that first name
      *    with the surname. A customer the consent ledger flags
      *    no-mail gets no salutation line at all -- the letter shop
      *    mails straight from this file.
       WRITE-SALUTATION-RECORD.
           PERFORM CHECK-CONSENT-NO-MAIL
           IF CUSTOMER-IS-NO-MAIL
                   END-STRING
               END-IF
           ELSE
               PERFORM FIND-KNOWN-AS-NAME
               IF ALIAS-WAS-FOUND
                   PERFORM BUILD-KNOWN-AS-SAL-NAME
               ELSE
                   MOVE FUNCTION TRIM(WS-NAME-DISPLAY-TEXT)
                       TO WS-SAL-NAME-PART
               END-IF
           END-IF
      *    A joint account's primary line greets both parties.
           IF WS-JOINT-PARTNER-NAME NOT = SPACES
                   WS-SAL-STAT
           END-IF.

      *    A person who goes by another first name is greeted by it:
      *    the known-as line in effect on the run date (NAMEALIAS)
      *    supplies the first name, the master the surname and
      *    suffix. A family-name-first name keeps its own order, and
      *    a business has no first name to replace.
       FIND-KNOWN-AS-NAME.
           MOVE 'N' TO WS-ALIAS-FOUND-SW
           IF IS-ORG-RECORD OR IS-FAMILY-NAME-FIRST-COUNTRY
               EXIT PARAGRAPH
           END-IF
           MOVE OUTPUT-RECORD(1:10) TO WS-ALIAS-PROBE-ID
           MOVE 'K' TO WS-ALIAS-FUNC
           CALL 'NAMEALIAS' USING WS-ALIAS-FUNC WS-ALIAS-PROBE-ID
               WS-RUN-DATE WS-ALIAS-CURSOR WS-ALIAS-LINE
               WS-ALIAS-FOUND-SW
           IF ALIAS-WAS-FOUND AND ALIAS-FIRST-NAME = SPACES
               MOVE 'N' TO WS-ALIAS-FOUND-SW
           END-IF.

       BUILD-KNOWN-AS-SAL-NAME.
           MOVE SPACES TO WS-SAL-NAME-PART
           MOVE 1 TO WS-ALIAS-DISPLAY-PTR
           STRING FUNCTION TRIM(ALIAS-FIRST-NAME)
               DELIMITED BY SIZE INTO WS-SAL-NAME-PART
               WITH POINTER WS-ALIAS-DISPLAY-PTR
           END-STRING
           IF LAST-NAME NOT = SPACES
               STRING " " FUNCTION TRIM(LAST-NAME)
                   DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF
           IF SUFFIX NOT = SPACES
               STRING " " FUNCTION TRIM(SUFFIX)
                   DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   WITH POINTER WS-ALIAS-DISPLAY-PTR
               END-STRING
           END-IF.

      *    Pick the record's country template (entry 1 is always the
      *    English default) and substitute the name for &NAME,
      *    keeping the template's own spacing and punctuation --
                   " REASON=" DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   " RUN=" WS-RUN-ID DELIMITED BY SIZE
               INTO EXCEPTIONS-RECORD(1:300)
           END-STRING
           MOVE WS-CUR-SOURCE-CODE TO EXCEPTIONS-RECORD(302:3)
           WRITE EXCEPTIONS-RECORD
           IF WS-EXC-STAT NOT = "00"
               DISPLAY "Write error on exceptions file. STATUS="
           MOVE WS-NEAR-KEY TO DUP-WORK-RECORD(247:8)
           MOVE OUTPUT-RECORD(1:10) TO DUP-WORK-RECORD(255:10)
           MOVE WS-NAME-DISPLAY-TEXT TO DUP-WORK-RECORD(265:246)
           IF NAME-ENTITY-FLAG = 'O'
               PERFORM BUILD-ORG-MATCH-KEY
               MOVE WS-ORG-MATCH-KEY TO DUP-WORK-RECORD(511:60)
           END-IF
           WRITE DUP-WORK-RECORD
           IF WS-DWK-STAT NOT = "00"
               DISPLAY "Write error on duplicate work file. STATUS="
               MOVE WS-NEAR-SOUNDEX-CODE TO WS-NEAR-KEY(5:4)
           END-IF.

      *    See the ORG-DUPLICATES-FILE SELECT note. A name that is
      *    nothing but legal forms ("The Company") keys blank and is
      *    never paired.
       BUILD-ORG-MATCH-KEY.
           MOVE SPACES TO WS-ORG-MATCH-KEY
           MOVE FUNCTION UPPER-CASE(WS-NAME-DISPLAY-TEXT)
               TO WS-ORG-KEY-WORK
           INSPECT WS-ORG-KEY-WORK CONVERTING ".,&'-/()!:;+#*"
               TO "              "
           MOVE 1 TO WS-ORG-KEY-SCAN
           MOVE 1 TO WS-ORG-KEY-PTR
           MOVE 0 TO WS-ORG-KEY-WORDS
           PERFORM UNTIL WS-ORG-KEY-SCAN > 246
               MOVE SPACES TO WS-ORG-WORD
               UNSTRING WS-ORG-KEY-WORK DELIMITED BY ALL ' '
                   INTO WS-ORG-WORD
                   WITH POINTER WS-ORG-KEY-SCAN
               END-UNSTRING
               IF WS-ORG-WORD NOT = SPACES
                   PERFORM TAKE-ONE-ORG-KEY-WORD
               END-IF
           END-PERFORM.

       TAKE-ONE-ORG-KEY-WORD.
           ADD 1 TO WS-ORG-KEY-WORDS
           IF WS-ORG-WORD = 'AND'
               EXIT PARAGRAPH
           END-IF
           IF WS-ORG-WORD = 'THE' AND WS-ORG-KEY-WORDS = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORG-HIT-IDX FROM 1 BY 1
                   UNTIL WS-ORG-HIT-IDX > WS-ORG-TOKEN-COUNT
               IF WS-ORG-WORD(1:8) = WS-ORG-TOKEN(WS-ORG-HIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ORG-KEY-PTR <= 60
               STRING FUNCTION TRIM(WS-ORG-WORD) DELIMITED BY SIZE
                   INTO WS-ORG-MATCH-KEY WITH POINTER WS-ORG-KEY-PTR
               END-STRING
           END-IF.

      *    Post-run duplicate detection over the sorted work file.
      *    Pass one sorts on the case-folded text: equal neighbors
      *    are exact duplicates (second and later occurrences
               OUTPUT PROCEDURE IS SCAN-SORTED-BY-PHONKEY
           CLOSE DUPLICATES-FILE
           CLOSE NEAR-DUPLICATES-FILE
      *    A restarted run's work file holds only the rows since the
      *    restart, so the earlier findings are kept, as the
      *    near-duplicates file keeps them.
           IF IS-RESTART-RUN
               OPEN EXTEND ORG-DUPLICATES-FILE
               IF WS-ODUP-STAT = "35"
                   OPEN OUTPUT ORG-DUPLICATES-FILE
               END-IF
           ELSE
               OPEN OUTPUT ORG-DUPLICATES-FILE
           END-IF
           IF WS-ODUP-STAT NOT = "00"
               DISPLAY "Failed to open org duplicates file. STATUS="
                   WS-ODUP-STAT
           ELSE
               SORT DUP-SORT-FILE
                   ON ASCENDING KEY DUP-SORT-KEY
                   INPUT PROCEDURE IS RELEASE-DUP-WORK-BY-ORGKEY
                   OUTPUT PROCEDURE IS SCAN-SORTED-BY-ORGKEY
               CLOSE ORG-DUPLICATES-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-DUP-WORK-FILENAME.

       RELEASE-DUP-WORK-BY-NAME.
                       RELEASE DUP-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE DUP-WORK-FILE
           PERFORM RELEASE-ALIAS-ROWS-BY-PHONKEY.

      *    Every alternate name on file, keyed the way a run row is:
      *    Soundex of the surname then of the first name, then the
      *    folded one-line name.
       RELEASE-ALIAS-ROWS-BY-PHONKEY.
           IF WS-ALIAS-OPEN-SW = 'Y'
               PERFORM CLOSE-ALIAS-STORE
           END-IF
           OPEN INPUT ALIAS-STORE-FILE
           IF WS-ALS-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ ALIAS-STORE-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE ALIAS-STORE-RECORD TO WS-ALIAS-LINE
                       IF ALIAS-CUST-ID NOT = SPACES
                           PERFORM BUILD-ALIAS-PHONETIC-KEY
                           MOVE SPACES TO DUP-SORT-RECORD
                           MOVE WS-NEAR-KEY TO DUP-SORT-KEY(1:8)
                           MOVE FUNCTION UPPER-CASE(ALIAS-DISPLAY-NAME)
                               TO DUP-SORT-KEY(9:80)
                           MOVE ALIAS-CUST-ID TO DUP-SORT-ID
                           MOVE ALIAS-DISPLAY-NAME TO DUP-SORT-DISPLAY
                           MOVE ALIAS-TYPE TO DUP-SORT-ALIAS-TYPE
                           IF DUP-SORT-ALIAS-TYPE = SPACE
                               MOVE 'S' TO DUP-SORT-ALIAS-TYPE
                           END-IF
                           RELEASE DUP-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-STORE-FILE
           MOVE 'N' TO EOF-SWITCH.

      *    BUILD-NEAR-PHONETIC-KEY over the alternate name's fields.
       BUILD-ALIAS-PHONETIC-KEY.
           MOVE SPACES TO WS-NEAR-KEY
           IF ALIAS-LAST-NAME = SPACES AND ALIAS-FIRST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ALIAS-LAST-NAME TO WS-NEARSND-BUF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ALIAS-LAST-NAME))
               TO WS-NEARSND-LEN
           IF ALIAS-LAST-NAME = SPACES
               MOVE 0 TO WS-NEARSND-LEN
           END-IF
           CALL 'STRSOUNDEX' USING WS-NEAR-SOUNDEX-CODE WS-NEARSND
           MOVE WS-NEAR-SOUNDEX-CODE TO WS-NEAR-KEY(1:4)
           MOVE ALIAS-FIRST-NAME TO WS-NEARSND-BUF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ALIAS-FIRST-NAME))
               TO WS-NEARSND-LEN
           IF ALIAS-FIRST-NAME = SPACES
               MOVE 0 TO WS-NEARSND-LEN
           END-IF
           CALL 'STRSOUNDEX' USING WS-NEAR-SOUNDEX-CODE WS-NEARSND
           MOVE WS-NEAR-SOUNDEX-CODE TO WS-NEAR-KEY(5:4).

       SCAN-SORTED-BY-NAME.
           MOVE 'Y' TO WS-DUP-FIRST-ROW

       SCAN-SORTED-BY-PHONKEY.
           MOVE 'Y' TO WS-DUP-FIRST-ROW
           MOVE SPACES TO WS-DUP-PREV-ALIAS-KEY
           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               RETURN DUP-SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DUP-SORT-ALIAS-TYPE = SPACE
                           PERFORM JUDGE-PHONKEY-NEIGHBOR
                           PERFORM JUDGE-ROW-AGAINST-PREV-ALIAS
                           MOVE DUP-SORT-KEY(1:8) TO WS-DUP-PREV-KEY
                           MOVE DUP-SORT-KEY(9:246) TO WS-DUP-PREV-FOLD
                           MOVE DUP-SORT-DISPLAY TO WS-DUP-PREV-DISPLAY
                           MOVE DUP-SORT-ID TO WS-DUP-PREV-ID
                           MOVE 'N' TO WS-DUP-FIRST-ROW
                       ELSE
                           PERFORM JUDGE-ALIAS-AGAINST-PREV-ROW
                           MOVE DUP-SORT-KEY(1:8)
                               TO WS-DUP-PREV-ALIAS-KEY
                           MOVE DUP-SORT-ID TO WS-DUP-PREV-ALIAS-ID
                           MOVE DUP-SORT-ALIAS-TYPE
                               TO WS-DUP-PREV-ALIAS-TYPE
                           MOVE DUP-SORT-DISPLAY
                               TO WS-DUP-PREV-ALIAS-DISPLAY
                       END-IF
               END-RETURN
           END-PERFORM.

               END-IF
           END-IF.

       JUDGE-ROW-AGAINST-PREV-ALIAS.
           IF DUP-SORT-KEY(1:8) NOT = SPACES AND
                   DUP-SORT-KEY(1:8) = WS-DUP-PREV-ALIAS-KEY AND
                   DUP-SORT-ID NOT = WS-DUP-PREV-ALIAS-ID
               MOVE DUP-SORT-ID TO WS-DUP-PAIR-ID
               MOVE DUP-SORT-DISPLAY TO WS-DUP-PAIR-DISPLAY
               MOVE WS-DUP-PREV-ALIAS-ID TO WS-DUP-PAIR-ALIAS-ID
               MOVE WS-DUP-PREV-ALIAS-TYPE TO WS-DUP-PAIR-ALIAS-TYPE
               MOVE WS-DUP-PREV-ALIAS-DISPLAY
                   TO WS-DUP-PAIR-ALIAS-DISPLAY
               PERFORM WRITE-ALIAS-NEAR-DUPLICATE
           END-IF.

       JUDGE-ALIAS-AGAINST-PREV-ROW.
           IF WS-DUP-FIRST-ROW = 'N' AND
                   DUP-SORT-KEY(1:8) NOT = SPACES AND
                   DUP-SORT-KEY(1:8) = WS-DUP-PREV-KEY AND
                   DUP-SORT-ID NOT = WS-DUP-PREV-ID
               MOVE WS-DUP-PREV-ID TO WS-DUP-PAIR-ID
               MOVE WS-DUP-PREV-DISPLAY TO WS-DUP-PAIR-DISPLAY
               MOVE DUP-SORT-ID TO WS-DUP-PAIR-ALIAS-ID
               MOVE DUP-SORT-ALIAS-TYPE TO WS-DUP-PAIR-ALIAS-TYPE
               MOVE DUP-SORT-DISPLAY TO WS-DUP-PAIR-ALIAS-DISPLAY
               PERFORM WRITE-ALIAS-NEAR-DUPLICATE
           END-IF.

      *    Organization rows only, match key then id, so each key's
      *    lowest id leads its group.
       RELEASE-DUP-WORK-BY-ORGKEY.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT DUP-WORK-FILE
           IF WS-DWK-STAT NOT = "00"
               MOVE 'Y' TO EOF-SWITCH
           END-IF
           PERFORM UNTIL EOF-SWITCH = 'Y'
               READ DUP-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF DUP-WORK-RECORD(511:60) NOT = SPACES
                           MOVE SPACES TO DUP-SORT-RECORD
                           MOVE DUP-WORK-RECORD(511:60)
                               TO DUP-SORT-KEY(1:60)
                           MOVE DUP-WORK-RECORD(255:10)
                               TO DUP-SORT-KEY(61:10)
                           MOVE DUP-WORK-RECORD(255:10) TO DUP-SORT-ID
                           MOVE DUP-WORK-RECORD(265:246)
                               TO DUP-SORT-DISPLAY
                           RELEASE DUP-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUP-WORK-FILE.

       SCAN-SORTED-BY-ORGKEY.
           MOVE SPACES TO WS-ORG-GROUP-KEY WS-ORG-PREV-ID
           MOVE 'N' TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = 'Y'
               RETURN DUP-SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       PERFORM JUDGE-ORGKEY-NEIGHBOR
                       MOVE DUP-SORT-ID TO WS-ORG-PREV-ID
               END-RETURN
           END-PERFORM.

      *    A new key starts a group; a later id under the same key
      *    pairs with the group's anchor. The same id seen twice in
      *    one run is the duplicate-id report's business, not a
      *    merge pair.
       JUDGE-ORGKEY-NEIGHBOR.
           IF DUP-SORT-KEY(1:60) NOT = WS-ORG-GROUP-KEY
               MOVE DUP-SORT-KEY(1:60) TO WS-ORG-GROUP-KEY
               MOVE DUP-SORT-ID TO WS-ORG-GROUP-ID
               MOVE DUP-SORT-DISPLAY TO WS-ORG-GROUP-DISPLAY
           ELSE
               IF DUP-SORT-ID NOT = WS-ORG-GROUP-ID
                       AND DUP-SORT-ID NOT = WS-ORG-PREV-ID
                   PERFORM WRITE-ORG-DUPLICATE-RECORD
               END-IF
           END-IF.

       WRITE-ORG-DUPLICATE-RECORD.
           ADD 1 TO WS-ORG-DUP-COUNT
           MOVE SPACES TO ORG-DUPLICATES-RECORD
           STRING DUP-SORT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-GROUP-ID DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(DUP-SORT-DISPLAY)
                       DELIMITED BY SIZE
                   "] MATCHES [" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORG-GROUP-DISPLAY)
                       DELIMITED BY SIZE
                   "] KEY=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORG-GROUP-KEY) DELIMITED BY SIZE
                   " RUN=" WS-RUN-ID DELIMITED BY SIZE
               INTO ORG-DUPLICATES-RECORD
           END-STRING
           WRITE ORG-DUPLICATES-RECORD
           IF WS-ODUP-STAT NOT = "00"
               DISPLAY "Write error on org duplicates file. STATUS="
                   WS-ODUP-STAT
           END-IF.

      *    See the QA-SAMPLE-FILE SELECT note. The path is decided in
      *    the order the record was actually handled: a joint split
      *    first, then an organization, then a family-name-first
      *    country, else the ordinary person path. The first
      *    QASAMPLE= records of a stratum fill its slots; the n-th
      *    after that replaces a random slot with chance
      *    QASAMPLE/n, so the slots always hold a fair draw.
       OFFER-QA-SAMPLE.
           IF WS-QA-PER-STRATUM = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT QA-RANDOM-SEEDED
               IF WS-QA-SEED = 0
                   MOVE FUNCTION CURRENT-DATE(9:8) TO WS-QA-SEED
               END-IF
               COMPUTE WS-QA-DRAW = FUNCTION RANDOM(WS-QA-SEED)
               MOVE 'Y' TO WS-QA-SEEDED-SW
           END-IF
           MOVE WS-CUR-SOURCE-CODE TO WS-QA-SOURCE
           IF WS-QA-SOURCE = SPACES
               MOVE '---' TO WS-QA-SOURCE
           END-IF
           EVALUATE TRUE
               WHEN IS-JOINT-RECORD
                   MOVE 'J' TO WS-QA-PATH
               WHEN IS-ORG-RECORD
                   MOVE 'O' TO WS-QA-PATH
               WHEN IS-FAMILY-NAME-FIRST-COUNTRY
                   MOVE 'F' TO WS-QA-PATH
               WHEN OTHER
                   MOVE 'P' TO WS-QA-PATH
           END-EVALUATE
           PERFORM FIND-QA-STRATUM
           IF WS-QA-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QA-ST-SEEN(WS-QA-HIT-IDX)
           IF WS-QA-ST-SEEN(WS-QA-HIT-IDX) <= WS-QA-PER-STRATUM
               MOVE WS-QA-ST-SEEN(WS-QA-HIT-IDX) TO WS-QA-SLOT-IDX
           ELSE
               COMPUTE WS-QA-DRAW = FUNCTION RANDOM
               COMPUTE WS-QA-PICK =
                   WS-QA-DRAW * WS-QA-ST-SEEN(WS-QA-HIT-IDX) + 1
               IF WS-QA-PICK > WS-QA-PER-STRATUM
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QA-PICK TO WS-QA-SLOT-IDX
           END-IF
           MOVE OUTPUT-RECORD(1:10)
               TO WS-QA-SL-ID(WS-QA-HIT-IDX WS-QA-SLOT-IDX)
           MOVE WS-AUDIT-RAW-VALUE
               TO WS-QA-SL-RAW(WS-QA-HIT-IDX WS-QA-SLOT-IDX)
           MOVE OUTPUT-RECORD(11:246)
               TO WS-QA-SL-CLEAN(WS-QA-HIT-IDX WS-QA-SLOT-IDX).

       FIND-QA-STRATUM.
           MOVE 0 TO WS-QA-HIT-IDX
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
                   UNTIL WS-QA-IDX > WS-QA-STRATUM-COUNT
               IF WS-QA-ST-SOURCE(WS-QA-IDX) = WS-QA-SOURCE AND
                       WS-QA-ST-PATH(WS-QA-IDX) = WS-QA-PATH
                   MOVE WS-QA-IDX TO WS-QA-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QA-HIT-IDX = 0
               IF WS-QA-STRATUM-COUNT < WS-QA-STRATUM-MAX
                   ADD 1 TO WS-QA-STRATUM-COUNT
                   MOVE WS-QA-STRATUM-COUNT TO WS-QA-HIT-IDX
                   MOVE WS-QA-SOURCE
                       TO WS-QA-ST-SOURCE(WS-QA-HIT-IDX)
                   MOVE WS-QA-PATH TO WS-QA-ST-PATH(WS-QA-HIT-IDX)
                   MOVE 0 TO WS-QA-ST-SEEN(WS-QA-HIT-IDX)
               ELSE
                   MOVE 'Y' TO WS-QA-OVERFLOW-SW
               END-IF
           END-IF.

      *    The night's draws join whatever FT-QAREVIEW has not yet
      *    judged, so a missed review day loses nothing.
       WRITE-QA-SAMPLE.
           IF WS-QA-STRATUM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QA-SAMPLE-FILE
           IF WS-QAS-STAT = "35"
               OPEN OUTPUT QA-SAMPLE-FILE
           END-IF
           IF WS-QAS-STAT NOT = "00"
               DISPLAY "Failed to open QA sample file. STATUS="
                   WS-QAS-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QA-IDX FROM 1 BY 1
                   UNTIL WS-QA-IDX > WS-QA-STRATUM-COUNT
               IF WS-QA-ST-SEEN(WS-QA-IDX) < WS-QA-PER-STRATUM
                   MOVE WS-QA-ST-SEEN(WS-QA-IDX) TO WS-QA-KEPT
               ELSE
                   MOVE WS-QA-PER-STRATUM TO WS-QA-KEPT
               END-IF
               PERFORM VARYING WS-QA-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-QA-SLOT-IDX > WS-QA-KEPT
                   PERFORM WRITE-QA-SAMPLE-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE QA-SAMPLE-FILE.

       WRITE-QA-SAMPLE-RECORD.
           MOVE SPACES TO QA-SAMPLE-RECORD
           MOVE WS-RUN-ID TO QA-SAMPLE-RECORD(1:14)
           MOVE WS-QA-ST-SOURCE(WS-QA-IDX) TO QA-SAMPLE-RECORD(16:3)
           MOVE WS-QA-ST-PATH(WS-QA-IDX) TO QA-SAMPLE-RECORD(20:1)
           MOVE WS-QA-SL-ID(WS-QA-IDX WS-QA-SLOT-IDX)
               TO QA-SAMPLE-RECORD(22:10)
           MOVE WS-QA-SL-RAW(WS-QA-IDX WS-QA-SLOT-IDX)
               TO QA-SAMPLE-RECORD(33:246)
           MOVE WS-QA-SL-CLEAN(WS-QA-IDX WS-QA-SLOT-IDX)
               TO QA-SAMPLE-RECORD(280:246)
           MOVE WS-QA-ST-SEEN(WS-QA-IDX) TO QA-SAMPLE-RECORD(527:9)
           MOVE WS-QA-KEPT TO WS-QA-KEPT-DISP
           MOVE WS-QA-KEPT-DISP TO QA-SAMPLE-RECORD(537:5)
           WRITE QA-SAMPLE-RECORD
           IF WS-QAS-STAT NOT = "00"
               DISPLAY "Write error on QA sample file. STATUS="
                   WS-QAS-STAT
           ELSE
               ADD 1 TO WS-QA-WRITE-COUNT
           END-IF.

       WRITE-NEAR-DUPLICATE-RECORD.
           ADD 1 TO WS-NEAR-DUP-COUNT
           MOVE SPACES TO NEAR-DUPLICATES-RECORD
                   WS-NEAR-STAT
           END-IF.

      *    "id [name] MATCHES id MAIDEN NAME [name]": the run's
      *    customer, then whose alternate name it sounds like.
       WRITE-ALIAS-NEAR-DUPLICATE.
           EVALUATE WS-DUP-PAIR-ALIAS-TYPE
               WHEN 'M'
                   MOVE "MAIDEN NAME" TO WS-ALIAS-TYPE-WORD
               WHEN 'F'
                   MOVE "FORMER NAME" TO WS-ALIAS-TYPE-WORD
               WHEN 'K'
                   MOVE "KNOWN AS" TO WS-ALIAS-TYPE-WORD
               WHEN OTHER
                   MOVE "ALT SPELLING" TO WS-ALIAS-TYPE-WORD
           END-EVALUATE
           ADD 1 TO WS-NEAR-DUP-COUNT
           MOVE SPACES TO NEAR-DUPLICATES-RECORD
           STRING WS-DUP-PAIR-ID DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUP-PAIR-DISPLAY)
                       DELIMITED BY SIZE
                   "] MATCHES " DELIMITED BY SIZE
                   WS-DUP-PAIR-ALIAS-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALIAS-TYPE-WORD)
                       DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUP-PAIR-ALIAS-DISPLAY)
                       DELIMITED BY SIZE
                   "] RUN=" WS-RUN-ID DELIMITED BY SIZE
               INTO NEAR-DUPLICATES-RECORD
           END-STRING
           WRITE NEAR-DUPLICATES-RECORD
           IF WS-NEAR-STAT NOT = "00"
               DISPLAY "Write error on near duplicates file. STATUS="
                   WS-NEAR-STAT
           END-IF.

      *    Second and later occurrences of a customer id within one
      *    run land on their own report; the record still processes
      *    normally so the output matches what the feed actually
                       DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
      *    Text past byte 508 gives way to the chain hash.
           MOVE SPACES TO AUDIT-RECORD(509:22)
           MOVE 'L' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Write error on audit file. STATUS="
           MOVE WS-RAW-INPUT-RECORD TO REJECTS-RECORD(1:256)
           MOVE WS-REJECT-REASON TO REJECTS-RECORD(257:30)
           MOVE WS-RUN-ID TO REJECTS-RECORD(287:14)
           MOVE WS-CUR-SOURCE-CODE TO REJECTS-RECORD(302:3)
           WRITE REJECTS-RECORD
           IF WS-REJ-STAT NOT = "00"
               DISPLAY "Write error on rejects file. STATUS="
               STRING "Master collisns : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-STATUS-REFUSED-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Status refused  : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NAME-CHANGE-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Name changes    : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ALIAS-FROM-HIST-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Former names    : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DUPID-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Duplicate ids   : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               STRING "Near duplicates : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ORG-DUP-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Org duplicates  : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-QA-WRITE-COUNT TO WS-REPORT-NUM-EDIT
               STRING "QA sampled      : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF QA-STRATA-OVERFLOWED
                   MOVE SPACES TO REPORT-RECORD
                   STRING "WARNING: QA sample strata truncated "
                           "at 40"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
               MOVE WS-CONSENT-SKIP-COUNT TO WS-REPORT-NUM-EDIT
               STRING "Consent no-mail : " WS-REPORT-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
      *        The alternate-name run's own counts; its rejects are
      *        in the Rejected line above as well.
               IF IS-ALIAS-RUN
                   MOVE WS-ALIAS-ADDED-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Aliases added   : " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-ALIAS-REPLACED-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Aliases replaced: " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-ALIAS-DELETED-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Aliases deleted : " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-ALIAS-REJECTED-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Aliases rejected: " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-ALIAS-ON-FILE-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Aliases on file : " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-MERGE-REDIRECT-COUNT TO WS-REPORT-NUM-EDIT
                   STRING "Merge redirects : " WS-REPORT-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
      *        Request 014 - per-source breakdown for a manifest run.
               IF IS-MANIFEST-RUN
                   PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
      *    "when did we last run this and how many records went
      *    through" doesn't mean digging through old job logs. A
      *    manifest run logs the manifest file, since WS-INPUT-FILENAME
      *    never gets set in that mode. The run's rejected and
      *    exception counts ride ahead of CTL= for the month-end KPI
      *    report; FT-TREND reads only the tokens before them.
       WRITE-RUN-HISTORY-RECORD.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HIST-STAT = "35"
                           WS-WRITE-COUNT DELIMITED BY SIZE
                           " RC=" DELIMITED BY SIZE
                           WS-RUN-RETURN-CODE DELIMITED BY SIZE
                           " REJECTED=" DELIMITED BY SIZE
                           WS-REJECT-COUNT DELIMITED BY SIZE
                           " EXCEPTIONS=" DELIMITED BY SIZE
                           WS-EXCEPTION-COUNT DELIMITED BY SIZE
                           " CTL=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CTL-VERSIONS-TEXT)
                               DELIMITED BY SIZE
                       INTO RUN-HISTORY-RECORD
                   END-STRING
               ELSE
                           WS-WRITE-COUNT DELIMITED BY SIZE
                           " RC=" DELIMITED BY SIZE
                           WS-RUN-RETURN-CODE DELIMITED BY SIZE
                           " REJECTED=" DELIMITED BY SIZE
                           WS-REJECT-COUNT DELIMITED BY SIZE
                           " EXCEPTIONS=" DELIMITED BY SIZE
                           WS-EXCEPTION-COUNT DELIMITED BY SIZE
                           " CTL=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CTL-VERSIONS-TEXT)
                               DELIMITED BY SIZE
                       INTO RUN-HISTORY-RECORD
                   END-STRING
               END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF.

       RESOLVE-CONTROL-VERSIONS.
           MOVE SPACES TO WS-CTL-VERSIONS-TEXT
           MOVE 1 TO WS-CTL-TEXT-PTR
           MOVE WS-RULES-FILENAME TO WS-CTL-ONE-FILENAME
           PERFORM RESOLVE-ONE-CONTROL-VERSION
           MOVE WS-ORG-TOKENS-FILENAME TO WS-CTL-ONE-FILENAME
           PERFORM RESOLVE-ONE-CONTROL-VERSION
           MOVE WS-SAL-LANGS-FILENAME TO WS-CTL-ONE-FILENAME
           PERFORM RESOLVE-ONE-CONTROL-VERSION.

       RESOLVE-ONE-CONTROL-VERSION.
           CALL 'CTLVER' USING WS-CTL-ONE-FILENAME WS-CTL-FINGERPRINT
               WS-CTL-MATCH-VERSION WS-CTL-LATEST-VERSION
           EVALUATE TRUE
               WHEN WS-CTL-FINGERPRINT = ALL 'X'
                   MOVE 'NONE' TO WS-CTL-ONE-VERSION
               WHEN WS-CTL-MATCH-VERSION = 0
                   MOVE 'UNREG' TO WS-CTL-ONE-VERSION
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-ONE-VERSION
                   STRING 'v' WS-CTL-MATCH-VERSION
                       DELIMITED BY SIZE INTO WS-CTL-ONE-VERSION
                   END-STRING
           END-EVALUATE
           IF WS-CTL-TEXT-PTR > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-CTL-VERSIONS-TEXT
                   WITH POINTER WS-CTL-TEXT-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-CTL-ONE-FILENAME) DELIMITED BY SIZE
                   '@' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CTL-ONE-VERSION) DELIMITED BY SIZE
               INTO WS-CTL-VERSIONS-TEXT
               WITH POINTER WS-CTL-TEXT-PTR
           END-STRING.

      *    Rewrites the closed clean file in sorted order: the input
      *    procedure reads it back, holding the HDR/TRL control
      *    records aside and releasing each data record under its
           IF WS-TRANS-FILENAME NOT = SPACES
               MOVE 'Y' TO WS-TRANS-SWITCH
           END-IF
           IF WS-ALIAS-TRANS-FILENAME NOT = SPACES
               MOVE 'Y' TO WS-ALIAS-SWITCH
           END-IF
           IF COMPANY-RESTRICTED
               PERFORM APPLY-COMPANY-FILE-PREFIXES
           END-IF
                       PERFORM RESOLVE-DELIM-CHAR
                   WHEN WS-PARM-WORK(1:6) = 'TRANS='
                       MOVE WS-PARM-WORK(7:94) TO WS-TRANS-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'ALIAS='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-ALIAS-TRANS-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'NICKNAMES='
                       MOVE WS-PARM-WORK(11:90) TO WS-NICKNAME-FILENAME
                       MOVE 'Y' TO WS-NICKNAME-SWITCH
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
                   WHEN WS-PARM-WORK(1:9) = 'QASAMPLE='
                       MOVE WS-PARM-WORK(10:9) TO WS-QA-PARM-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-QA-PARM-TEXT) = 0
                           IF FUNCTION NUMVAL(WS-QA-PARM-TEXT)
                                   > WS-QA-SLOT-MAX
                               MOVE WS-QA-SLOT-MAX
                                   TO WS-QA-PER-STRATUM
                           ELSE
                               MOVE FUNCTION NUMVAL(WS-QA-PARM-TEXT)
                                   TO WS-QA-PER-STRATUM
                           END-IF
                       ELSE
                           DISPLAY "QASAMPLE= not numeric, ignored: "
                               FUNCTION TRIM(WS-QA-PARM-TEXT)
                       END-IF
                   WHEN WS-PARM-WORK(1:7) = 'QASEED='
                       MOVE WS-PARM-WORK(8:9) TO WS-QA-PARM-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-QA-PARM-TEXT) = 0
                           MOVE FUNCTION NUMVAL(WS-QA-PARM-TEXT)
                               TO WS-QA-SEED
                       ELSE
                           DISPLAY "QASEED= not numeric, ignored: "
                               FUNCTION TRIM(WS-QA-PARM-TEXT)
                       END-IF
                   WHEN WS-PARM-WORK(1:9) = 'PARMFILE='
                       IF WS-PARMFILE-EOF-SWITCH = 'N' AND
                               WS-PARMFILE-NAME NOT = SPACES
      *    One token per line; the operations file replaces the
      *    defaults whole when present and non-empty.
       LOAD-ORG-TOKENS.
           PERFORM SET-DEFAULT-ORG-TOKENS
           OPEN INPUT ORG-TOKENS-FILE
           IF WS-ORG-STAT = "00"
               MOVE 0 TO WS-ORG-TOKEN-COUNT
               CLOSE ORG-TOKENS-FILE
               MOVE 'N' TO EOF-SWITCH
               IF WS-ORG-TOKEN-COUNT = 0
                   PERFORM SET-DEFAULT-ORG-TOKENS
               END-IF
           END-IF.

      *    The original five, then the spelled-out and short legal
      *    forms the match key needs.
       SET-DEFAULT-ORG-TOKENS.
           MOVE 10 TO WS-ORG-TOKEN-COUNT
           MOVE 'LLC' TO WS-ORG-TOKEN(1)
           MOVE 'INC' TO WS-ORG-TOKEN(2)
           MOVE 'CORP' TO WS-ORG-TOKEN(3)
           MOVE 'TRUST' TO WS-ORG-TOKEN(4)
           MOVE 'LTD' TO WS-ORG-TOKEN(5)
           MOVE 'CO' TO WS-ORG-TOKEN(6)
           MOVE 'COMPANY' TO WS-ORG-TOKEN(7)
           MOVE 'CORPORAT' TO WS-ORG-TOKEN(8)
           MOVE 'INCORPOR' TO WS-ORG-TOKEN(9)
           MOVE 'LIMITED' TO WS-ORG-TOKEN(10).

      *    Request 013 - hyphens and apostrophes are secondary word
      *    breaks: each one is cased on its own as a one-character
      *    "word" (a no-op, since casing punctuation does nothing),
