       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-ACREVIEW.

      *    Console review screen for the address and contact queues,
      *    the companion to FT-CORRECT and FT-EXCREVIEW on the name
      *    side. Until now the only fix for these was editing the
      *    input files and waiting a night for the rerun. The screen
      *    walks, in order,
      *        address_rejects.txt           (raw 1-256, reason at
      *                                       257-286)
      *        address_exceptions.txt        (id, text, REASON= tag)
      *        address_moves_exceptions.txt  (id, old 11-130, new
      *                                       131-250, reason 252)
      *        contact_rejects.txt           (raw 1-256, reason at
      *                                       257-286)
      *    one entry at a time -- QUEUE=REJECTS, EXCEPTIONS, MOVES or
      *    CONTACTS works just the one queue -- and lets the operator
      *        C  correct: key the parsed house number / street /
      *           unit / city / state / ZIP, or the phone and email;
      *        S  skip: the entry stays queued;
      *        Q  quit: this and every remaining entry stays queued.
      *    A keyed address is cased and normalized word by word and
      *    checked against the component rules and the city/state/ZIP
      *    cross-reference exactly as FT-ADDRESS's parsing pass does --
      *    a PO box, rural route or general-delivery line keyed with no
      *    house number, or an APO/FPO/DPO city, is recognized and
      *    standardized as that postal form, and a military address is
      *    held to the military ZIP ranges instead of the
      *    cross-reference; a corrected address is enriched with its
      *    county, FIPS code and time zone from zip_county.xrf the same
      *    way FT-ADDRESS enriches its output; a keyed phone and email
      *    go through FT-CONTACT's token classification, phone
      *    normalization and email syntax checks, then its screens
      *    against the numbering-plan reference (nanp_plan.xrf) and
      *    the email domain table (email_domains.ctl), loaded the
      *    same way and with the same absent-file behavior -- a
      *    number the plan does not pass fails under the plan's
      *    reason, a corrected contact carries the same class and
      *    area-code state bytes FT-CONTACT writes, and a repaired
      *    domain is logged to name_audit.txt. A correction that
      *    passes lands in the clean store -- clean_addresses.txt
      *    (replacing any record the customer already has there, so the
      *    carry-forward copy of an old address is not left beside the
      *    new one) or clean_contacts.txt -- and an address is upserted
      *    into address_master.idx stamped with this session's run id,
      *    so the next nightly carry-forward keeps it. Each landed
      *    correction is also appended to the reverse-lookup side index
      *    for its kind (address_search.idx or contact_search.idx), so
      *    FT-NAMEINQ and FT-CUST360 find the customer by the corrected
      *    address, phone or email before the nightly rebuild. A
      *    correction that fails validation shows the reason and the
      *    entry stays queued.
      *    Every session starts with the same operator sign-on the name
      *    screens use, each correction is logged to corrections_log.txt
      *    with the operator id, and each is tallied for the month-end
      *    chargeback (see CHGUSAGE). Unworked entries replace their
      *    queue file at the end, the carry-forward convention
      *    FT-CORRECT uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STAT.
           SELECT QUEUE-REMAINING-FILE ASSIGN TO DYNAMIC
               WS-QUEUE-REMAINING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STAT.
           SELECT CLEAN-ADDRESS-FILE ASSIGN TO DYNAMIC
               WS-CLEAN-ADDR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAD-STAT.
           SELECT CLEAN-ADDRESS-NEW-FILE ASSIGN TO DYNAMIC
               WS-CLEAN-ADDR-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STAT.
           SELECT CLEAN-CONTACT-FILE ASSIGN TO DYNAMIC
               WS-CLEAN-CONTACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCN-STAT.
      *    FT-ADDRESS's keyed address master: same RELATIVE
      *    declaration and shared key fold as its writer.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-AMS-STAT.
           SELECT ADDRESS-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-ADDR-CHANGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STAT.
           SELECT CORRECTION-LOG-FILE ASSIGN TO DYNAMIC
               WS-CORRECTION-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLG-STAT.
      *    The same normalization mappings and ZIP cross-reference
      *    FT-ADDRESS loads, with the same absent-file behavior.
           SELECT ADDR-RULES-FILE ASSIGN TO DYNAMIC
               WS-ADDR-RULES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARL-STAT.
           SELECT ZIP-XREF-FILE ASSIGN TO DYNAMIC
               WS-ZIP-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZXR-STAT.
           SELECT COUNTY-XREF-FILE ASSIGN TO DYNAMIC
               WS-COUNTY-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXR-STAT.
      *    FT-ADDRESS's and FT-CONTACT's reverse-lookup side indexes,
      *    appended to here and rebuilt whole by their owners' next
      *    nightly runs.
           SELECT ADDRESS-INDEX-FILE ASSIGN TO DYNAMIC
               WS-ADDR-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STAT.
           SELECT CONTACT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIX-STAT.
      *    FT-CONTACT's email domain table and numbering-plan
      *    reference, and the name audit trail a domain repair is
      *    written to.
           SELECT EMAIL-DOMAIN-FILE ASSIGN TO DYNAMIC
               WS-DOMAIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOM-STAT.
           SELECT NANP-PLAN-FILE ASSIGN TO DYNAMIC WS-NANP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NNP-STAT.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD             PIC X(300).

       FD  QUEUE-REMAINING-FILE.
       01  QUEUE-REMAINING-RECORD   PIC X(300).

       FD  CLEAN-ADDRESS-FILE.
       01  CLEAN-ADDRESS-RECORD     PIC X(256).

       FD  CLEAN-ADDRESS-NEW-FILE.
       01  CLEAN-ADDRESS-NEW-RECORD PIC X(256).

      *    FT-CONTACT's cleaned layout: id 1-10, formatted phone
      *    11-24, email 25-104, bounce status and date 105-113
      *    (blank on a corrected record -- never bounced), email
      *    class 114, phone class 115, area-code state check 116,
      *    the area code's state 117-118 and the address master's
      *    state 119-120.
       FD  CLEAN-CONTACT-FILE.
       01  CLEAN-CONTACT-RECORD     PIC X(120).

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

       FD  ADDRESS-CHANGES-FILE.
       01  ADDRESS-CHANGES-RECORD   PIC X(560).

       FD  CORRECTION-LOG-FILE.
       01  CORRECTION-LOG-RECORD    PIC X(300).

       FD  ADDR-RULES-FILE.
       01  ADDR-RULES-RECORD        PIC X(80).

      *    ZIP 1-5, house number 7-16, upper-cased street 18-77, id
      *    79-88 -- FT-ADDRESS's WRITE-ADDRESS-INDEX-ENTRY layout.
       FD  ADDRESS-INDEX-FILE.
       01  ADDRESS-INDEX-RECORD     PIC X(88).

      *    Type 1 ('P'/'E'), key 3-82, id 84-93 -- FT-CONTACT's
      *    WRITE-CONTACT-INDEX-ENTRIES layout.
       FD  CONTACT-INDEX-FILE.
       01  CONTACT-INDEX-RECORD     PIC X(93).

       FD  ZIP-XREF-FILE.
       01  ZIP-XREF-RECORD          PIC X(80).

       FD  COUNTY-XREF-FILE.
       01  COUNTY-XREF-RECORD       PIC X(80).

       FD  EMAIL-DOMAIN-FILE.
       01  EMAIL-DOMAIN-RECORD      PIC X(132).

      *    Reference line: area code 1-3, exchange 5-7 (blank for a
      *    whole-area-code range), type 9, state 11-12.
       FD  NANP-PLAN-FILE.
       01  NANP-PLAN-RECORD         PIC X(40).

      *    Audit line layout per WRITE-AUDIT-RECORD in name.cob.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

       WORKING-STORAGE SECTION.
       77  WS-QUE-STAT      PIC XX VALUE SPACES.
       77  WS-REM-STAT      PIC XX VALUE SPACES.
       77  WS-CAD-STAT      PIC XX VALUE SPACES.
       77  WS-CAN-STAT      PIC XX VALUE SPACES.
       77  WS-CCN-STAT      PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-ACH-STAT      PIC XX VALUE SPACES.
       77  WS-CLG-STAT      PIC XX VALUE SPACES.
       77  WS-ARL-STAT      PIC XX VALUE SPACES.
       77  WS-ZXR-STAT      PIC XX VALUE SPACES.
       77  WS-CXR-STAT      PIC XX VALUE SPACES.
       77  WS-AIX-STAT      PIC XX VALUE SPACES.
       77  WS-CIX-STAT      PIC XX VALUE SPACES.
       77  WS-DOM-STAT      PIC XX VALUE SPACES.
       77  WS-NNP-STAT      PIC XX VALUE SPACES.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.

       01  WS-QUEUE-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-QUEUE-REMAINING-FILENAME PIC X(100) VALUE SPACES.
       01  WS-CLEAN-ADDR-FILENAME PIC X(100)
                                VALUE 'clean_addresses.txt'.
       01  WS-CLEAN-ADDR-NEW-FILENAME PIC X(100)
                                VALUE 'clean_addresses.txt.new'.
       01  WS-CLEAN-CONTACT-FILENAME PIC X(100)
                                VALUE 'clean_contacts.txt'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-ADDR-CHANGES-FILENAME PIC X(100)
                                VALUE 'address_changes.txt'.
       01  WS-CORRECTION-LOG-FILENAME PIC X(100)
                                VALUE 'corrections_log.txt'.
       01  WS-ADDR-RULES-FILENAME PIC X(100) VALUE 'addr_rules.ctl'.
       01  WS-NAME-RULES-FILENAME PIC X(100) VALUE 'name_rules.ctl'.
       01  WS-ZIP-XREF-FILENAME PIC X(100)
                                VALUE 'city_state_zip.xrf'.
       01  WS-COUNTY-XREF-FILENAME PIC X(100)
                                VALUE 'zip_county.xrf'.
       01  WS-ADDR-IDX-FILENAME PIC X(100)
                                VALUE 'address_search.idx'.
       01  WS-CONTACT-IDX-FILENAME PIC X(100)
                                VALUE 'contact_search.idx'.
       01  WS-AIX-OPEN-SW       PIC X VALUE 'N'.
           88  ADDRESS-INDEX-OPEN   VALUE 'Y'.
       01  WS-CIX-OPEN-SW       PIC X VALUE 'N'.
           88  CONTACT-INDEX-OPEN   VALUE 'Y'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.
       01  WS-QUEUE-SELECT      PIC X(10) VALUE 'ALL'.

       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-QUIT-SWITCH       PIC X VALUE 'N'.
           88  OPERATOR-QUIT        VALUE 'Y'.
       01  WS-OPERATOR-ACTION   PIC X VALUE SPACES.

      *    The queue being worked: R address rejects, X address
      *    exceptions, M move exceptions, C contact rejects. The
      *    tag is what the corrections log carries for it, and the
      *    text start is where the queued address text begins (for
      *    the inline "CC:" country tag).
       01  WS-QUEUE-MODE        PIC X VALUE SPACE.
           88  IS-ADDRESS-QUEUE     VALUE 'R' 'X' 'M'.
           88  IS-CONTACT-QUEUE     VALUE 'C'.
       01  WS-QUEUE-TAG         PIC X(7) VALUE SPACES.
       01  WS-TEXT-START        PIC 9(4) COMP VALUE 11.
       01  WS-QUEUE-CUST-ID     PIC X(10) VALUE SPACES.

       01  WS-CORRECTED-COUNT   PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(9) VALUE 0.
       01  WS-CARRIED-COUNT     PIC 9(9) VALUE 0.
       01  WS-VALIDATE-REASON   PIC X(30) VALUE SPACES.

      *    Keyed address fields, and the clean record they are laid
      *    onto -- the structured overlay FT-ADDRESS writes.
       01  WS-KEYED-HOUSE       PIC X(10) VALUE SPACES.
       01  WS-KEYED-STREET      PIC X(60) VALUE SPACES.
       01  WS-KEYED-UNIT        PIC X(20) VALUE SPACES.
       01  WS-KEYED-CITY        PIC X(40) VALUE SPACES.
       01  WS-KEYED-STATE       PIC X(2) VALUE SPACES.
       01  WS-KEYED-ZIP         PIC X(10) VALUE SPACES.
       01  WS-CORRECTED-ADDRESS PIC X(256) VALUE SPACES.
       01  WS-CORRECTED-OVERLAY REDEFINES WS-CORRECTED-ADDRESS.
           05  FIX-CUST-ID              PIC X(10).
           COPY "ADDRESS-RECORD.cpy".
       01  WS-COUNTRY-CODE      PIC X(2) VALUE 'US'.
       01  WS-ZIP-LEN           PIC 9(4) COMP VALUE 0.
       01  WS-UNIT-WORD         PIC X(20) VALUE SPACES.

      *    Address-type recognition on the keyed fields, the postal
      *    forms FT-ADDRESS's CLASSIFY-ADDRESS-TYPE recognizes: a
      *    city keyed as APO, FPO or DPO is a military address, and
      *    with no house number keyed a street line leading with a
      *    PO box, rural route / highway contract or general-
      *    delivery designator is that form, rebuilt in the same
      *    standard wording the batch pass writes.
       01  WS-KWORD-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-KWORD-TABLE.
           05  WS-KWORD-TEXT OCCURS 8 TIMES PIC X(30).
       01  WS-KWORD-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-WORD         PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-1       PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-2       PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-3       PIC X(30) VALUE SPACES.
       01  WS-TYPE-PREFIX       PIC X(2) VALUE SPACES.
       01  WS-TYPE-DESIG-WORDS  PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-STREET       PIC X(60) VALUE SPACES.
       01  WS-TYPE-CHAR-IDX     PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-OUT-IDX      PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-UPPER        PIC X(30) VALUE SPACES.
      *    The military ZIP ranges FT-ADDRESS checks a military
      *    address against in place of the cross-reference.
       01  WS-MIL-RANGE-INIT.
           05  FILLER PIC X(12) VALUE 'AA3400034099'.
           05  FILLER PIC X(12) VALUE 'AE0900009899'.
           05  FILLER PIC X(12) VALUE 'AP9620096699'.
       01  WS-MIL-RANGE-TABLE REDEFINES WS-MIL-RANGE-INIT.
           05  WS-MIL-RANGE-ENTRY OCCURS 3 TIMES.
               10  WS-MIL-STATE     PIC X(2).
               10  WS-MIL-ZIP-LOW   PIC X(5).
               10  WS-MIL-ZIP-HIGH  PIC X(5).
       01  WS-MIL-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-MIL-HIT-SWITCH    PIC X VALUE 'N'.

      *    Corrected addresses held for the clean-store rewrite at
      *    the end of the session; a customer corrected twice keeps
      *    the later address.
       01  WS-FIXED-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-FIXED-MAX         PIC 9(4) COMP VALUE 500.
       01  WS-FIXED-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-FIXED-HIT-IDX     PIC 9(4) COMP VALUE 0.
       01  WS-FIXED-TABLE.
           05  WS-FIXED-ENTRY OCCURS 500 TIMES.
               10  WS-FIXED-RECORD  PIC X(256).
               10  WS-FIXED-USED    PIC X.
       01  WS-STORE-REPLACED    PIC 9(9) VALUE 0.
       01  WS-STORE-ADDED       PIC 9(9) VALUE 0.

      *    Address-master state, the fold FT-ADDRESS uses.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-PRIOR-ADDR-TEXT   PIC X(246) VALUE SPACES.
       01  WS-ADDR-COLL-COUNT   PIC 9(9) VALUE 0.

      *    Casing and normalization of one keyed field at a time,
      *    the word rules FT-ADDRESS's CASE-ADDRESS-TEXT applies.
       01  WS-CASE-FIELD-BUF    PIC X(80) VALUE SPACES.
       01  WS-LEN               PIC 9(4) COMP.
       01  WS-IDX               PIC 9(4) COMP.
       01  WS-WORD-START        PIC 9(4) COMP.
       01  WS-WORD-END          PIC 9(4) COMP.
       01  WS-WORD-LEN          PIC 9(4) COMP.
       01  WS-CASEWORD-BUF             PIC X(256) VALUE SPACES.
       01  WS-CASEWORD-PARTICLE-FLAG   PIC X VALUE 'N'.
       01  WS-SQUEEZE-BUF       PIC X(80) VALUE SPACES.
       01  WS-SQUEEZE-POS       PIC 9(4) COMP VALUE 0.

       01  WS-NORM-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-NORM-MAX          PIC 9(4) COMP VALUE 40.
       01  WS-NORM-EOF-SWITCH   PIC X VALUE 'N'.
       01  WS-NORM-ERROR-SWITCH PIC X VALUE 'N'.
       01  WS-NORM-KEYWORD      PIC X(10) VALUE SPACES.
       01  WS-NORM-WORD-UPPER   PIC X(30) VALUE SPACES.
       01  WS-NORM-WORD-LEN     PIC 9(4) COMP VALUE 0.
       01  WS-NORM-STD-LEN      PIC 9(4) COMP VALUE 0.
       01  WS-NORM-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-NORM-TABLE.
           05  WS-NORM-ENTRY OCCURS 40 TIMES.
               10  WS-NORM-FROM     PIC X(20).
               10  WS-NORM-TO       PIC X(20).

       01  WS-XREF-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-XREF-MAX          PIC 9(4) COMP VALUE 1000.
       01  WS-XREF-EOF-SWITCH   PIC X VALUE 'N'.
       01  WS-XREF-ON-SWITCH    PIC X VALUE 'N'.
           88  ZIP-VALIDATION-ON    VALUE 'Y'.
       01  WS-XREF-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-XREF-HIT-SWITCH   PIC X VALUE 'N'.
       01  WS-XREF-SCAN-PTR     PIC 9(4) COMP VALUE 1.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 1000 TIMES.
               10  WS-XREF-ZIP      PIC X(5).
               10  WS-XREF-STATE    PIC X(2).
               10  WS-XREF-CITY     PIC X(40).

      *    FT-ZIPLOAD's county reference, loaded the way FT-ADDRESS
      *    loads it; no file leaves corrections unenriched.
       01  WS-CNTY-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-EOF-SWITCH   PIC X VALUE 'N'.
       01  WS-CNTY-ON-SWITCH    PIC X VALUE 'N'.
           88  COUNTY-ENRICH-ON     VALUE 'Y'.
       01  WS-CNTY-TABLE.
           05  WS-CNTY-ENTRY OCCURS 1000 TIMES.
               10  WS-CNTY-ZIP      PIC X(5).
               10  WS-CNTY-FIPS     PIC X(5).
               10  WS-CNTY-TZ       PIC X(4).
               10  WS-CNTY-OFFSET   PIC X(3).
               10  WS-CNTY-DST      PIC X(1).
               10  WS-CNTY-NAME     PIC X(30).

      *    Keyed contact fields, assembled into an input-shaped
      *    record (id, then the free text) so FT-CONTACT's token
      *    rules apply to it unchanged.
       01  WS-KEYED-PHONE       PIC X(30) VALUE SPACES.
       01  WS-KEYED-EMAIL       PIC X(80) VALUE SPACES.
       01  WS-CONTACT-WORK-RECORD PIC X(256) VALUE SPACES.
       01  WS-SCAN-IDX          PIC 9(4) COMP.
       01  WS-CHAR              PIC X.
       01  WS-EMAIL-TEXT        PIC X(80) VALUE SPACES.
       01  WS-EMAIL-LEN         PIC 9(4) COMP VALUE 0.
       01  WS-AT-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-AT-POS            PIC 9(4) COMP VALUE 0.
       01  WS-DOT-AFTER-AT      PIC X VALUE 'N'.
       01  WS-PHONE-DIGITS      PIC X(20) VALUE SPACES.
       01  WS-PHONE-DIGIT-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-PHONE-FORMATTED   PIC X(14) VALUE SPACES.
       01  WS-HAS-PHONE         PIC X VALUE 'N'.
       01  WS-HAS-EMAIL         PIC X VALUE 'N'.

      *    FT-CONTACT's email domain table: kind 'T' a typo (from
      *    the misspelled domain, to its repair), 'R' a role
      *    mailbox, 'D' a disposable domain; all lower-cased.
       01  WS-DOMAIN-FILENAME   PIC X(100) VALUE 'email_domains.ctl'.
       01  WS-DOMAIN-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-DOMAIN-MAX        PIC 9(4) COMP VALUE 500.
       01  WS-DOMAIN-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-DOMAIN-TABLE.
           05  WS-DOM-ENTRY OCCURS 500 TIMES.
               10  WS-DOM-KIND      PIC X(1).
               10  WS-DOM-FROM      PIC X(60).
               10  WS-DOM-TO        PIC X(60).
       01  WS-DOM-KEYWORD       PIC X(20) VALUE SPACES.
       01  WS-DOM-VALUE-1       PIC X(60) VALUE SPACES.
       01  WS-DOM-VALUE-2       PIC X(60) VALUE SPACES.
       01  WS-EMAIL-LOCAL       PIC X(80) VALUE SPACES.
       01  WS-EMAIL-DOMAIN      PIC X(80) VALUE SPACES.
       01  WS-EMAIL-RAW         PIC X(80) VALUE SPACES.
       01  WS-EMAIL-CLASS       PIC X VALUE SPACE.

      *    The name audit trail, opened and its chain seeded on the
      *    first domain repair of the session.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-AUDIT-TIMESTAMP   PIC X(26) VALUE SPACES.
       01  WS-AUDIT-CHAIN-FUNC  PIC X VALUE SPACE.
       01  WS-AUDIT-CHAIN-HASH  PIC X(18) VALUE ZEROS.
       01  WS-AUD-OPEN-SW       PIC X VALUE 'N'.
           88  AUDIT-TRAIL-OPEN     VALUE 'Y'.

      *    FT-CONTACT's numbering-plan check; the address master
      *    above supplies the state the area code is compared with.
       01  WS-NANP-FILENAME     PIC X(100) VALUE 'nanp_plan.xrf'.
       01  WS-PLAN-MAX          PIC 9(4) COMP VALUE 5000.
       01  WS-PLAN-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-PLAN-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 5000 TIMES.
               10  WS-PLAN-NPA      PIC X(3).
               10  WS-PLAN-NXX      PIC X(3).
               10  WS-PLAN-TYPE     PIC X(1).
               10  WS-PLAN-STATE    PIC X(2).
       01  WS-PLAN-REASON       PIC X(30) VALUE SPACES.
       01  WS-PLAN-CLASS        PIC X VALUE SPACE.
       01  WS-PLAN-NPA-STATE    PIC X(2) VALUE SPACES.
       01  WS-PLAN-NPA-SEEN-SW  PIC X VALUE 'N'.
       01  WS-PHONE-ADDR-STATE  PIC X(2) VALUE SPACES.

      *    Corrections keyed, by the customer's company on the name
      *    master, for the month-end chargeback (see CHGUSAGE).
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-NORMALIZATION-RULES
           PERFORM LOAD-ZIP-XREF
           PERFORM LOAD-COUNTY-XREF
           PERFORM LOAD-EMAIL-DOMAIN-TABLE
           PERFORM LOAD-NUMBERING-PLAN

           OPEN EXTEND CORRECTION-LOG-FILE
           IF WS-CLG-STAT = "35"
               OPEN OUTPUT CORRECTION-LOG-FILE
           END-IF
           IF WS-CLG-STAT NOT = "00"
               DISPLAY "Failed to open corrections log. STATUS="
                   WS-CLG-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-ADDRESS-MASTER
           OPEN EXTEND ADDRESS-CHANGES-FILE
           IF WS-ACH-STAT = "35"
               OPEN OUTPUT ADDRESS-CHANGES-FILE
           END-IF
           IF WS-ACH-STAT NOT = "00"
               DISPLAY "Failed to open address changes file. STATUS="
                   WS-ACH-STAT
           END-IF

           DISPLAY "FT-ACREVIEW - address and contact queue review"

           IF WS-QUEUE-SELECT = 'ALL' OR WS-QUEUE-SELECT = 'REJECTS'
               MOVE 'R' TO WS-QUEUE-MODE
               MOVE 'ADDRREJ' TO WS-QUEUE-TAG
               MOVE 11 TO WS-TEXT-START
               MOVE 'address_rejects.txt' TO WS-QUEUE-FILENAME
               PERFORM WORK-ONE-QUEUE
           END-IF
           IF WS-QUEUE-SELECT = 'ALL' OR
                   WS-QUEUE-SELECT = 'EXCEPTIONS'
               MOVE 'X' TO WS-QUEUE-MODE
               MOVE 'ADDREXC' TO WS-QUEUE-TAG
               MOVE 12 TO WS-TEXT-START
               MOVE 'address_exceptions.txt' TO WS-QUEUE-FILENAME
               PERFORM WORK-ONE-QUEUE
           END-IF
           IF WS-QUEUE-SELECT = 'ALL' OR WS-QUEUE-SELECT = 'MOVES'
               MOVE 'M' TO WS-QUEUE-MODE
               MOVE 'MOVEEXC' TO WS-QUEUE-TAG
               MOVE 131 TO WS-TEXT-START
               MOVE 'address_moves_exceptions.txt'
                   TO WS-QUEUE-FILENAME
               PERFORM WORK-ONE-QUEUE
           END-IF
           IF WS-QUEUE-SELECT = 'ALL' OR WS-QUEUE-SELECT = 'CONTACTS'
               MOVE 'C' TO WS-QUEUE-MODE
               MOVE 'CONTREJ' TO WS-QUEUE-TAG
               MOVE 11 TO WS-TEXT-START
               MOVE 'contact_rejects.txt' TO WS-QUEUE-FILENAME
               PERFORM WORK-ONE-QUEUE
           END-IF

           CLOSE CORRECTION-LOG-FILE
           IF WS-AMS-STAT = "00" OR WS-AMS-STAT = "02"
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           CLOSE ADDRESS-CHANGES-FILE
           IF ADDRESS-INDEX-OPEN
               CLOSE ADDRESS-INDEX-FILE
           END-IF
           IF CONTACT-INDEX-OPEN
               CLOSE CONTACT-INDEX-FILE
           END-IF
           IF AUDIT-TRAIL-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-FIXED-COUNT > 0
               PERFORM REWRITE-CLEAN-ADDRESS-STORE
           END-IF
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE WS-RUN-ID TO USAGE-RUN-ID
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD

           DISPLAY "Corrected=" WS-CORRECTED-COUNT
               " Failed validation=" WS-FAILED-COUNT
               " Skipped=" WS-SKIPPED-COUNT
               " Carried forward=" WS-CARRIED-COUNT
           GOBACK.

      *    Who is at the keyboard: every correction carries this id.
       SIGN-ON-OPERATOR.
           PERFORM UNTIL FUNCTION TRIM(WS-OPERATOR-ID) NOT = SPACES
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.

      *    One queue file, front to back, through its .new working
      *    copy. The contact store is open for append only while
      *    the contact queue is being worked.
       WORK-ONE-QUEUE.
           MOVE SPACES TO WS-QUEUE-REMAINING-FILENAME
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) ".new"
               DELIMITED BY SIZE INTO WS-QUEUE-REMAINING-FILENAME
           END-STRING
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-STAT NOT = "00"
               IF WS-QUE-STAT = "35"
                   DISPLAY "No queue to review: "
                       FUNCTION TRIM(WS-QUEUE-FILENAME)
               ELSE
                   DISPLAY "Failed to open queue file. STATUS="
                       WS-QUE-STAT " FILE="
                       FUNCTION TRIM(WS-QUEUE-FILENAME)
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QUEUE-REMAINING-FILE
           IF WS-REM-STAT NOT = "00"
               DISPLAY "Failed to open working queue file. STATUS="
                   WS-REM-STAT
               CLOSE QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           IF IS-CONTACT-QUEUE
               OPEN EXTEND CLEAN-CONTACT-FILE
               IF WS-CCN-STAT = "35"
                   OPEN OUTPUT CLEAN-CONTACT-FILE
               END-IF
               IF WS-CCN-STAT NOT = "00"
                   DISPLAY "Failed to open clean contacts. STATUS="
                       WS-CCN-STAT
                   CLOSE QUEUE-FILE
                   CLOSE QUEUE-REMAINING-FILE
                   CALL "CBL_DELETE_FILE"
                       USING WS-QUEUE-REMAINING-FILENAME
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "Queue: " FUNCTION TRIM(WS-QUEUE-FILENAME)
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FUNCTION TRIM(QUEUE-RECORD) = SPACES
                               CONTINUE
                           WHEN OPERATOR-QUIT
                               PERFORM CARRY-FORWARD-ENTRY
                           WHEN OTHER
                               PERFORM PRESENT-ONE-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE QUEUE-FILE
           CLOSE QUEUE-REMAINING-FILE
           IF IS-CONTACT-QUEUE
               CLOSE CLEAN-CONTACT-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-QUEUE-REMAINING-FILENAME
               WS-QUEUE-FILENAME.

       PRESENT-ONE-ENTRY.
           MOVE QUEUE-RECORD(1:10) TO WS-QUEUE-CUST-ID
           DISPLAY " "
           DISPLAY "Customer id: " WS-QUEUE-CUST-ID
           EVALUATE WS-QUEUE-MODE
               WHEN 'X'
                   DISPLAY "Queued     : "
                       FUNCTION TRIM(QUEUE-RECORD(12:289))
               WHEN 'M'
                   DISPLAY "Old address: "
                       FUNCTION TRIM(QUEUE-RECORD(11:120))
                   DISPLAY "New address: "
                       FUNCTION TRIM(QUEUE-RECORD(131:120))
                   DISPLAY "Reason     : "
                       FUNCTION TRIM(QUEUE-RECORD(252:30))
               WHEN OTHER
                   DISPLAY "Raw text   : "
                       FUNCTION TRIM(QUEUE-RECORD(11:246))
                   DISPLAY "Reason     : "
                       FUNCTION TRIM(QUEUE-RECORD(257:30))
           END-EVALUATE
           IF FUNCTION TRIM(WS-QUEUE-CUST-ID) = SPACES
               DISPLAY "No customer id - entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Correct this entry? (C)orrect  (S)kip  (Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ACTION
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ACTION)
               TO WS-OPERATOR-ACTION

           EVALUATE WS-OPERATOR-ACTION
               WHEN 'C'
                   IF IS-CONTACT-QUEUE
                       PERFORM KEY-IN-CONTACT-CORRECTION
                   ELSE
                       PERFORM KEY-IN-ADDRESS-CORRECTION
                   END-IF
               WHEN 'Q'
                   MOVE 'Y' TO WS-QUIT-SWITCH
                   PERFORM CARRY-FORWARD-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM CARRY-FORWARD-ENTRY
           END-EVALUATE.

       KEY-IN-ADDRESS-CORRECTION.
           MOVE SPACES TO WS-KEYED-HOUSE WS-KEYED-STREET
               WS-KEYED-UNIT WS-KEYED-CITY WS-KEYED-STATE
               WS-KEYED-ZIP
           DISPLAY "House number: " WITH NO ADVANCING
           ACCEPT WS-KEYED-HOUSE
           DISPLAY "Street      : " WITH NO ADVANCING
           ACCEPT WS-KEYED-STREET
           DISPLAY "Unit        : " WITH NO ADVANCING
           ACCEPT WS-KEYED-UNIT
           DISPLAY "City        : " WITH NO ADVANCING
           ACCEPT WS-KEYED-CITY
           DISPLAY "State       : " WITH NO ADVANCING
           ACCEPT WS-KEYED-STATE
           DISPLAY "ZIP         : " WITH NO ADVANCING
           ACCEPT WS-KEYED-ZIP
           PERFORM BUILD-CORRECTED-ADDRESS
           IF WS-VALIDATE-REASON NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Correction fails validation: "
                   FUNCTION TRIM(WS-VALIDATE-REASON)
                   " - entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM ENRICH-FROM-COUNTY-XREF
           PERFORM HOLD-CORRECTED-ADDRESS
           IF WS-FIXED-HIT-IDX = 0
               DISPLAY "Too many corrected addresses this session "
                   "- entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-AMS-STAT = "00" OR WS-AMS-STAT = "02"
               PERFORM UPSERT-ADDRESS-MASTER
               IF (WS-AMS-STAT = "00" OR WS-AMS-STAT = "02")
                       AND ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                   PERFORM APPEND-ADDRESS-INDEX-ENTRY
               END-IF
           END-IF
           ADD 1 TO WS-CORRECTED-COUNT
           PERFORM WRITE-ADDRESS-LOG-LINE
           PERFORM TALLY-CORRECTION-USAGE
           DISPLAY "Corrected - " FUNCTION TRIM(ADDR-HOUSE-NUMBER)
               " " FUNCTION TRIM(ADDR-STREET-NAME)
               " " FUNCTION TRIM(ADDR-CITY-NAME)
               " " ADDR-STATE-CODE " " FUNCTION TRIM(ADDR-ZIP-CODE).

      *    The keyed components are held to the rules FT-ADDRESS's
      *    parser applies to a free-text line -- an all-digit house
      *    number, a street, a recognized unit designator when a
      *    unit is given, a city, a 2-letter state, a 5 or 5-4 ZIP --
      *    then cased and normalized the same way and checked
      *    against the ZIP cross-reference.
       BUILD-CORRECTED-ADDRESS.
           MOVE SPACES TO WS-VALIDATE-REASON
           PERFORM CHECK-QUEUED-COUNTRY-CODE
           MOVE SPACES TO WS-CORRECTED-ADDRESS
           MOVE WS-QUEUE-CUST-ID TO FIX-CUST-ID
           MOVE WS-COUNTRY-CODE TO ADDR-COUNTRY-CODE
           MOVE FUNCTION TRIM(WS-KEYED-HOUSE) TO ADDR-HOUSE-NUMBER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYED-STATE))
               TO ADDR-STATE-CODE
           MOVE FUNCTION TRIM(WS-KEYED-ZIP) TO ADDR-ZIP-CODE

           MOVE WS-KEYED-STREET TO WS-CASE-FIELD-BUF
           PERFORM CASE-KEYED-FIELD
           MOVE WS-CASE-FIELD-BUF(1:60) TO ADDR-STREET-NAME
           MOVE WS-KEYED-UNIT TO WS-CASE-FIELD-BUF
           PERFORM CASE-KEYED-FIELD
           MOVE WS-CASE-FIELD-BUF(1:20) TO ADDR-UNIT-TEXT
           MOVE WS-KEYED-CITY TO WS-CASE-FIELD-BUF
           PERFORM CASE-KEYED-FIELD
           MOVE WS-CASE-FIELD-BUF(1:40) TO ADDR-CITY-NAME
           PERFORM CLASSIFY-KEYED-ADDRESS

           MOVE 0 TO WS-ZIP-LEN
           IF ADDR-ZIP-CODE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ADDR-ZIP-CODE))
                   TO WS-ZIP-LEN
           END-IF
           MOVE SPACES TO WS-UNIT-WORD
           UNSTRING FUNCTION UPPER-CASE(ADDR-UNIT-TEXT)
               DELIMITED BY ALL ' ' INTO WS-UNIT-WORD
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-VALIDATE-REASON NOT = SPACES
                   CONTINUE
               WHEN ADDR-IS-STREET AND
                       (ADDR-HOUSE-NUMBER = SPACES OR
                        FUNCTION TRIM(ADDR-HOUSE-NUMBER)
                           IS NOT NUMERIC)
                   MOVE "NO HOUSE NUMBER" TO WS-VALIDATE-REASON
               WHEN ADDR-STREET-NAME = SPACES
                   MOVE "NO STREET NAME" TO WS-VALIDATE-REASON
               WHEN NOT ADDR-IS-STREET AND
                       ADDR-UNIT-TEXT NOT = SPACES
                   MOVE "UNIT ON NON-STREET ADDRESS"
                       TO WS-VALIDATE-REASON
               WHEN ADDR-UNIT-TEXT NOT = SPACES AND
                       WS-UNIT-WORD NOT = 'APT' AND
                       WS-UNIT-WORD NOT = 'STE' AND
                       WS-UNIT-WORD NOT = 'UNIT' AND
                       WS-UNIT-WORD NOT = 'SUITE'
                   MOVE "NO UNIT DESIGNATOR" TO WS-VALIDATE-REASON
               WHEN ADDR-CITY-NAME = SPACES
                   MOVE "NO CITY NAME" TO WS-VALIDATE-REASON
               WHEN ADDR-STATE-CODE IS NOT ALPHABETIC OR
                       ADDR-STATE-CODE(1:1) = SPACE OR
                       ADDR-STATE-CODE(2:1) = SPACE
                   MOVE "NO STATE CODE" TO WS-VALIDATE-REASON
               WHEN WS-ZIP-LEN = 5 AND ADDR-ZIP-CODE(1:5) IS NUMERIC
                   CONTINUE
               WHEN WS-ZIP-LEN = 10 AND
                       ADDR-ZIP-CODE(1:5) IS NUMERIC AND
                       ADDR-ZIP-CODE(6:1) = '-' AND
                       ADDR-ZIP-CODE(7:4) IS NUMERIC
                   CONTINUE
               WHEN OTHER
                   MOVE "NO ZIP CODE" TO WS-VALIDATE-REASON
           END-EVALUATE
           IF WS-VALIDATE-REASON = SPACES
               IF ADDR-IS-MILITARY OR ADDR-STATE-CODE = 'AA' OR
                       ADDR-STATE-CODE = 'AE' OR
                       ADDR-STATE-CODE = 'AP'
                   PERFORM VALIDATE-MILITARY-ADDRESS
               ELSE
                   IF ZIP-VALIDATION-ON
                       PERFORM VALIDATE-AGAINST-ZIP-XREF
                   END-IF
               END-IF
           END-IF.

      *    See the WS-KWORD-TABLE note. A military address keeps
      *    its whole unit/box or ship line upper-cased in the
      *    street, any keyed house number leading it; the other
      *    forms replace the keyed street with the standard line,
      *    and a missing box or route number is the reason the
      *    correction fails.
       CLASSIFY-KEYED-ADDRESS.
           MOVE 'S' TO ADDR-TYPE-CODE
           MOVE SPACES TO WS-TYPE-STREET WS-TYPE-PREFIX
           MOVE 0 TO WS-TYPE-DESIG-WORDS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ADDR-CITY-NAME))
               TO WS-TYPE-UPPER
           IF WS-TYPE-UPPER = 'APO' OR WS-TYPE-UPPER = 'FPO' OR
                   WS-TYPE-UPPER = 'DPO'
               MOVE 'M' TO ADDR-TYPE-CODE
               MOVE WS-TYPE-UPPER TO ADDR-CITY-NAME
               IF ADDR-HOUSE-NUMBER NOT = SPACES
                   STRING FUNCTION TRIM(ADDR-HOUSE-NUMBER) " "
                           FUNCTION TRIM(ADDR-STREET-NAME)
                       DELIMITED BY SIZE INTO WS-TYPE-STREET
                   END-STRING
               ELSE
                   MOVE ADDR-STREET-NAME TO WS-TYPE-STREET
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-TYPE-STREET)
                   TO ADDR-STREET-NAME
               MOVE SPACES TO ADDR-HOUSE-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF ADDR-HOUSE-NUMBER NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KWORD-TABLE
           MOVE 0 TO WS-KWORD-COUNT
           UNSTRING ADDR-STREET-NAME DELIMITED BY ALL ' '
               INTO WS-KWORD-TEXT(1) WS-KWORD-TEXT(2)
                   WS-KWORD-TEXT(3) WS-KWORD-TEXT(4)
                   WS-KWORD-TEXT(5) WS-KWORD-TEXT(6)
                   WS-KWORD-TEXT(7) WS-KWORD-TEXT(8)
               TALLYING IN WS-KWORD-COUNT
           END-UNSTRING
           MOVE 1 TO WS-KWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-1
           MOVE 2 TO WS-KWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-2
           MOVE 3 TO WS-KWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-3
           EVALUATE TRUE
               WHEN WS-TYPE-WORD-1 = 'PO' AND WS-TYPE-WORD-2 = 'BOX'
                   MOVE 'P' TO ADDR-TYPE-CODE
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'P' AND WS-TYPE-WORD-2 = 'O'
                       AND WS-TYPE-WORD-3 = 'BOX'
                   MOVE 'P' TO ADDR-TYPE-CODE
                   MOVE 3 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'POST' AND
                       WS-TYPE-WORD-2 = 'OFFICE' AND
                       WS-TYPE-WORD-3 = 'BOX'
                   MOVE 'P' TO ADDR-TYPE-CODE
                   MOVE 3 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'POB'
                   MOVE 'P' TO ADDR-TYPE-CODE
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'RR' OR WS-TYPE-WORD-1 = 'RFD'
                   MOVE 'R' TO ADDR-TYPE-CODE
                   MOVE 'RR' TO WS-TYPE-PREFIX
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'RURAL' AND
                       WS-TYPE-WORD-2 = 'ROUTE'
                   MOVE 'R' TO ADDR-TYPE-CODE
                   MOVE 'RR' TO WS-TYPE-PREFIX
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'HC'
                   MOVE 'R' TO ADDR-TYPE-CODE
                   MOVE 'HC' TO WS-TYPE-PREFIX
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'HIGHWAY' AND
                       WS-TYPE-WORD-2 = 'CONTRACT'
                   MOVE 'R' TO ADDR-TYPE-CODE
                   MOVE 'HC' TO WS-TYPE-PREFIX
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'GENERAL' AND
                       WS-TYPE-WORD-2 = 'DELIVERY' AND
                       WS-KWORD-COUNT = 2
                   MOVE 'G' TO ADDR-TYPE-CODE
                   MOVE 'General Delivery' TO ADDR-STREET-NAME
           END-EVALUATE
           IF ADDR-IS-PO-BOX OR ADDR-IS-RURAL-ROUTE
               COMPUTE WS-KWORD-IDX = WS-TYPE-DESIG-WORDS + 1
               IF WS-KWORD-IDX > WS-KWORD-COUNT OR
                       WS-KWORD-TEXT(WS-KWORD-IDX)(1:1)
                       IS NOT NUMERIC
                   IF ADDR-IS-PO-BOX
                       MOVE "NO BOX NUMBER" TO WS-VALIDATE-REASON
                   ELSE
                       MOVE "NO ROUTE NUMBER" TO WS-VALIDATE-REASON
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ADDR-IS-PO-BOX
               STRING "PO Box " FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-KWORD-TEXT(WS-KWORD-IDX)))
                   DELIMITED BY SIZE INTO WS-TYPE-STREET
               END-STRING
               MOVE WS-TYPE-STREET TO ADDR-STREET-NAME
           END-IF
           IF ADDR-IS-RURAL-ROUTE
               STRING WS-TYPE-PREFIX " " FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-KWORD-TEXT(WS-KWORD-IDX)))
                   DELIMITED BY SIZE INTO WS-TYPE-STREET
               END-STRING
               ADD 1 TO WS-KWORD-IDX
               PERFORM FOLD-TYPE-WORD
               IF WS-TYPE-WORD = 'BOX' AND
                       WS-KWORD-IDX + 1 <= WS-KWORD-COUNT
                   STRING FUNCTION TRIM(WS-TYPE-STREET) " Box "
                           FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-KWORD-TEXT(WS-KWORD-IDX + 1)))
                       DELIMITED BY SIZE INTO WS-TYPE-STREET
                   END-STRING
               END-IF
               MOVE WS-TYPE-STREET TO ADDR-STREET-NAME
           END-IF.

      *    Upper-cases the keyed word at WS-KWORD-IDX into
      *    WS-TYPE-WORD with its periods dropped.
       FOLD-TYPE-WORD.
           MOVE SPACES TO WS-TYPE-WORD
           IF WS-KWORD-IDX > 8
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-KWORD-TEXT(WS-KWORD-IDX))
               TO WS-TYPE-UPPER
           MOVE 0 TO WS-TYPE-OUT-IDX
           PERFORM VARYING WS-TYPE-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-CHAR-IDX > 30
               IF WS-TYPE-UPPER(WS-TYPE-CHAR-IDX:1) NOT = '.'
                   ADD 1 TO WS-TYPE-OUT-IDX
                   MOVE WS-TYPE-UPPER(WS-TYPE-CHAR-IDX:1)
                       TO WS-TYPE-WORD(WS-TYPE-OUT-IDX:1)
               END-IF
           END-PERFORM.

      *    Same check FT-ADDRESS's VALIDATE-MILITARY-ADDRESS makes.
       VALIDATE-MILITARY-ADDRESS.
           MOVE 'N' TO WS-MIL-HIT-SWITCH
           PERFORM VARYING WS-MIL-IDX FROM 1 BY 1
                   UNTIL WS-MIL-IDX > 3
               IF ADDR-STATE-CODE = WS-MIL-STATE(WS-MIL-IDX)
                   MOVE 'Y' TO WS-MIL-HIT-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT ADDR-IS-MILITARY
                   MOVE "NO MILITARY POST OFFICE"
                       TO WS-VALIDATE-REASON
               WHEN WS-MIL-HIT-SWITCH = 'N'
                   MOVE "MILITARY STATE INVALID"
                       TO WS-VALIDATE-REASON
               WHEN ADDR-ZIP-CODE(1:5) < WS-MIL-ZIP-LOW(WS-MIL-IDX)
                       OR ADDR-ZIP-CODE(1:5) >
                       WS-MIL-ZIP-HIGH(WS-MIL-IDX)
                   MOVE "MILITARY ZIP MISMATCH"
                       TO WS-VALIDATE-REASON
           END-EVALUATE.

      *    The queued text's inline "CC:" country tag, the
      *    convention FT-ADDRESS strips; untagged is 'US'.
       CHECK-QUEUED-COUNTRY-CODE.
           MOVE 'US' TO WS-COUNTRY-CODE
           IF QUEUE-RECORD(WS-TEXT-START:1) IS ALPHABETIC AND
                   QUEUE-RECORD(WS-TEXT-START:1) NOT = SPACE AND
                   QUEUE-RECORD(WS-TEXT-START + 1:1) IS ALPHABETIC AND
                   QUEUE-RECORD(WS-TEXT-START + 1:1) NOT = SPACE AND
                   QUEUE-RECORD(WS-TEXT-START + 2:1) = ':'
               MOVE FUNCTION UPPER-CASE(
                   QUEUE-RECORD(WS-TEXT-START:2)) TO WS-COUNTRY-CODE
           END-IF.

      *    Same check FT-ADDRESS's VALIDATE-AGAINST-ZIP-XREF makes.
       VALIDATE-AGAINST-ZIP-XREF.
           MOVE SPACES TO WS-VALIDATE-REASON
           MOVE 'N' TO WS-XREF-HIT-SWITCH
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF ADDR-ZIP-CODE(1:5) = WS-XREF-ZIP(WS-XREF-IDX)
                   MOVE 'Y' TO WS-XREF-HIT-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-XREF-HIT-SWITCH = 'N'
                   MOVE "ZIP NOT ON FILE" TO WS-VALIDATE-REASON
               WHEN ADDR-STATE-CODE NOT =
                       WS-XREF-STATE(WS-XREF-IDX)
                   MOVE "STATE ZIP MISMATCH" TO WS-VALIDATE-REASON
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(ADDR-CITY-NAME))
                       NOT = FUNCTION TRIM(WS-XREF-CITY(WS-XREF-IDX))
                   MOVE "CITY ZIP MISMATCH" TO WS-VALIDATE-REASON
           END-EVALUATE.

      *    Keep the corrected record for the clean-store rewrite,
      *    replacing an earlier correction of the same customer.
      *    WS-FIXED-HIT-IDX is left 0 when the table is full.
       HOLD-CORRECTED-ADDRESS.
           MOVE 0 TO WS-FIXED-HIT-IDX
           PERFORM VARYING WS-FIXED-IDX FROM 1 BY 1
                   UNTIL WS-FIXED-IDX > WS-FIXED-COUNT
               IF WS-FIXED-RECORD(WS-FIXED-IDX)(1:10) =
                       WS-QUEUE-CUST-ID
                   MOVE WS-FIXED-IDX TO WS-FIXED-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FIXED-HIT-IDX = 0 AND WS-FIXED-COUNT < WS-FIXED-MAX
               ADD 1 TO WS-FIXED-COUNT
               MOVE WS-FIXED-COUNT TO WS-FIXED-HIT-IDX
           END-IF
           IF WS-FIXED-HIT-IDX > 0
               MOVE WS-CORRECTED-ADDRESS
                   TO WS-FIXED-RECORD(WS-FIXED-HIT-IDX)
               MOVE 'N' TO WS-FIXED-USED(WS-FIXED-HIT-IDX)
           END-IF.

       OPEN-ADDRESS-MASTER.
           OPEN I-O ADDRESS-MASTER-FILE
           IF WS-AMS-STAT = "35"
               OPEN OUTPUT ADDRESS-MASTER-FILE
               CLOSE ADDRESS-MASTER-FILE
               OPEN I-O ADDRESS-MASTER-FILE
           END-IF
           IF WS-AMS-STAT NOT = "00"
               DISPLAY "Failed to open address master. STATUS="
                   WS-AMS-STAT
           END-IF.

      *    Same upsert shape FT-ADDRESS uses: read the folded slot,
      *    write or rewrite our own customer, refuse to displace a
      *    fold neighbor, and report a rewrite that changed the
      *    address.
       UPSERT-ADDRESS-MASTER.
           MOVE WS-QUEUE-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   MOVE WS-LOOKUP-CUST-ID TO ADDR-MST-CUST-ID
                   MOVE WS-CORRECTED-ADDRESS(11:246)
                       TO ADDR-MST-TEXT
                   MOVE WS-RUN-ID TO ADDR-MST-RUN-ID
                   WRITE ADDR-MASTER-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                       MOVE ADDR-MST-TEXT TO WS-PRIOR-ADDR-TEXT
                       MOVE WS-CORRECTED-ADDRESS(11:246)
                           TO ADDR-MST-TEXT
                       MOVE WS-RUN-ID TO ADDR-MST-RUN-ID
                       REWRITE ADDR-MASTER-RECORD
                       END-REWRITE
                       IF (WS-AMS-STAT = "00" OR WS-AMS-STAT = "02")
                               AND WS-PRIOR-ADDR-TEXT
                                   NOT = ADDR-MST-TEXT
                           PERFORM WRITE-ADDRESS-CHANGE-LINE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ADDR-COLL-COUNT
                       DISPLAY "Address master slot held by "
                           ADDR-MST-CUST-ID " - refused "
                           WS-LOOKUP-CUST-ID
                   END-IF
           END-READ.

      *    The landed master record's index line, appended. The
      *    index is opened EXTEND on first use, OUTPUT when absent.
       APPEND-ADDRESS-INDEX-ENTRY.
           IF NOT ADDRESS-INDEX-OPEN
               OPEN EXTEND ADDRESS-INDEX-FILE
               IF WS-AIX-STAT = "35"
                   OPEN OUTPUT ADDRESS-INDEX-FILE
               END-IF
               IF WS-AIX-STAT NOT = "00"
                   DISPLAY "Failed to open address search index. "
                       "STATUS=" WS-AIX-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-AIX-OPEN-SW
           END-IF
           MOVE SPACES TO ADDRESS-INDEX-RECORD
           MOVE ADDR-MST-TEXT(133:5) TO ADDRESS-INDEX-RECORD(1:5)
           MOVE ADDR-MST-TEXT(1:10) TO ADDRESS-INDEX-RECORD(7:10)
           MOVE FUNCTION UPPER-CASE(ADDR-MST-TEXT(11:60))
               TO ADDRESS-INDEX-RECORD(18:60)
           MOVE ADDR-MST-CUST-ID TO ADDRESS-INDEX-RECORD(79:10)
           WRITE ADDRESS-INDEX-RECORD
           IF WS-AIX-STAT NOT = "00"
               DISPLAY "Write error on address search index. STATUS="
                   WS-AIX-STAT
           END-IF.

       WRITE-ADDRESS-CHANGE-LINE.
           IF WS-ACH-STAT = "00"
               MOVE SPACES TO ADDRESS-CHANGES-RECORD
               STRING WS-LOOKUP-CUST-ID DELIMITED BY SIZE
                       " RUN-ID=" WS-RUN-ID DELIMITED BY SIZE
                       " PRIOR=[" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PRIOR-ADDR-TEXT)
                           DELIMITED BY SIZE
                       "] NEW=[" DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-MST-TEXT)
                           DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                   INTO ADDRESS-CHANGES-RECORD
               END-STRING
               WRITE ADDRESS-CHANGES-RECORD
               IF WS-ACH-STAT NOT = "00"
                   DISPLAY "Write error on address changes. STATUS="
                       WS-ACH-STAT
               END-IF
           END-IF.

      *    Byte-identical to name.cob's COMPUTE-MASTER-RELATIVE-KEY.
       COMPUTE-MASTER-RELATIVE-KEY.
           IF WS-KEYSPACE-LOADED-SW NOT = 'Y'
               CALL 'KEYSPACE' USING WS-MASTER-KEYSPACE
               MOVE 'Y' TO WS-KEYSPACE-LOADED-SW
           END-IF
           MOVE 0 TO WS-MASTER-RKEY
           IF WS-LOOKUP-CUST-ID IS NUMERIC
               COMPUTE WS-MASTER-RKEY = FUNCTION MOD(
                   FUNCTION NUMVAL(WS-LOOKUP-CUST-ID),
                   WS-MASTER-KEYSPACE)
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                   COMPUTE WS-MASTER-RKEY = FUNCTION MOD(
                       (WS-MASTER-RKEY * 31) +
                       FUNCTION ORD(WS-LOOKUP-CUST-ID(WS-IDX:1)),
                       WS-MASTER-KEYSPACE)
               END-PERFORM
           END-IF
           IF WS-MASTER-RKEY = 0
               MOVE 1 TO WS-MASTER-RKEY
           END-IF.

      *    The clean store is rewritten through its .new working
      *    copy: a corrected customer's existing record (typically
      *    the master's carry-forward of the old address) is
      *    replaced in place, the rest are appended, and the copy
      *    replaces the live file only when every write landed.
       REWRITE-CLEAN-ADDRESS-STORE.
           OPEN OUTPUT CLEAN-ADDRESS-NEW-FILE
           IF WS-CAN-STAT NOT = "00"
               DISPLAY "Failed to open working clean addresses. "
                   "STATUS=" WS-CAN-STAT
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLEAN-ADDRESS-FILE
           IF WS-CAD-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM COPY-ONE-CLEAN-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE CLEAN-ADDRESS-FILE
           END-IF
           PERFORM VARYING WS-FIXED-IDX FROM 1 BY 1
                   UNTIL WS-FIXED-IDX > WS-FIXED-COUNT
               IF WS-FIXED-USED(WS-FIXED-IDX) NOT = 'Y'
                   MOVE WS-FIXED-RECORD(WS-FIXED-IDX)
                       TO CLEAN-ADDRESS-NEW-RECORD
                   PERFORM WRITE-CLEAN-ADDRESS-COPY
                   ADD 1 TO WS-STORE-ADDED
               END-IF
           END-PERFORM
           CLOSE CLEAN-ADDRESS-NEW-FILE
           IF WS-CAN-STAT = "00"
               CALL "CBL_DELETE_FILE" USING WS-CLEAN-ADDR-FILENAME
               CALL "CBL_RENAME_FILE" USING
                   WS-CLEAN-ADDR-NEW-FILENAME WS-CLEAN-ADDR-FILENAME
               DISPLAY "Clean addresses: replaced=" WS-STORE-REPLACED
                   " added=" WS-STORE-ADDED
           ELSE
               DISPLAY "Working copy kept aside, live file untouched: "
                   FUNCTION TRIM(WS-CLEAN-ADDR-NEW-FILENAME)
               MOVE 12 TO RETURN-CODE
           END-IF.

       COPY-ONE-CLEAN-ADDRESS.
           MOVE 0 TO WS-FIXED-HIT-IDX
           IF CLEAN-ADDRESS-RECORD(1:3) NOT = 'HDR' AND
                   CLEAN-ADDRESS-RECORD(1:3) NOT = 'TRL'
               PERFORM VARYING WS-FIXED-IDX FROM 1 BY 1
                       UNTIL WS-FIXED-IDX > WS-FIXED-COUNT
                   IF WS-FIXED-RECORD(WS-FIXED-IDX)(1:10) =
                           CLEAN-ADDRESS-RECORD(1:10)
                       MOVE WS-FIXED-IDX TO WS-FIXED-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FIXED-HIT-IDX = 0
               MOVE CLEAN-ADDRESS-RECORD TO CLEAN-ADDRESS-NEW-RECORD
           ELSE
               IF WS-FIXED-USED(WS-FIXED-HIT-IDX) = 'Y'
      *            A second on-file record for the same customer
      *            is dropped -- the corrected one already landed.
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIXED-RECORD(WS-FIXED-HIT-IDX)
                   TO CLEAN-ADDRESS-NEW-RECORD
               MOVE 'Y' TO WS-FIXED-USED(WS-FIXED-HIT-IDX)
               ADD 1 TO WS-STORE-REPLACED
           END-IF
           PERFORM WRITE-CLEAN-ADDRESS-COPY.

       WRITE-CLEAN-ADDRESS-COPY.
           IF WS-CAN-STAT = "00"
               WRITE CLEAN-ADDRESS-NEW-RECORD
               IF WS-CAN-STAT NOT = "00"
                   DISPLAY "Write error on working clean addresses. "
                       "STATUS=" WS-CAN-STAT
               END-IF
           END-IF.

       KEY-IN-CONTACT-CORRECTION.
           MOVE SPACES TO WS-KEYED-PHONE WS-KEYED-EMAIL
           DISPLAY "Phone       : " WITH NO ADVANCING
           ACCEPT WS-KEYED-PHONE
           DISPLAY "Email       : " WITH NO ADVANCING
           ACCEPT WS-KEYED-EMAIL
           PERFORM BUILD-CORRECTED-CONTACT
           IF WS-VALIDATE-REASON NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Correction fails validation: "
                   FUNCTION TRIM(WS-VALIDATE-REASON)
                   " - entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CLEAN-CONTACT-RECORD
           MOVE WS-QUEUE-CUST-ID TO CLEAN-CONTACT-RECORD(1:10)
           MOVE WS-PHONE-FORMATTED TO CLEAN-CONTACT-RECORD(11:14)
           MOVE WS-EMAIL-TEXT TO CLEAN-CONTACT-RECORD(25:80)
           MOVE WS-EMAIL-CLASS TO CLEAN-CONTACT-RECORD(114:1)
           MOVE WS-PLAN-CLASS TO CLEAN-CONTACT-RECORD(115:1)
           IF WS-PLAN-NPA-STATE NOT = SPACES
                   AND WS-PHONE-ADDR-STATE NOT = SPACES
                   AND WS-PLAN-NPA-STATE NOT = WS-PHONE-ADDR-STATE
               MOVE 'M' TO CLEAN-CONTACT-RECORD(116:1)
           END-IF
           MOVE WS-PLAN-NPA-STATE TO CLEAN-CONTACT-RECORD(117:2)
           MOVE WS-PHONE-ADDR-STATE TO CLEAN-CONTACT-RECORD(119:2)
           WRITE CLEAN-CONTACT-RECORD
           IF WS-CCN-STAT NOT = "00"
               DISPLAY "Write error on clean contacts. STATUS="
                   WS-CCN-STAT
               PERFORM CARRY-FORWARD-ENTRY
           ELSE
               ADD 1 TO WS-CORRECTED-COUNT
               IF WS-EMAIL-RAW NOT = SPACES
                   PERFORM WRITE-EMAIL-REPAIR-AUDIT
               END-IF
               PERFORM APPEND-CONTACT-INDEX-ENTRIES
               PERFORM WRITE-CONTACT-LOG-LINE
               PERFORM TALLY-CORRECTION-USAGE
               DISPLAY "Corrected - " WS-PHONE-FORMATTED " "
                   FUNCTION TRIM(WS-EMAIL-TEXT)
           END-IF.

      *    One index line for the corrected phone, one for the
      *    corrected email, whichever the correction carries.
       APPEND-CONTACT-INDEX-ENTRIES.
           IF NOT CONTACT-INDEX-OPEN
               OPEN EXTEND CONTACT-INDEX-FILE
               IF WS-CIX-STAT = "35"
                   OPEN OUTPUT CONTACT-INDEX-FILE
               END-IF
               IF WS-CIX-STAT NOT = "00"
                   DISPLAY "Failed to open contact search index. "
                       "STATUS=" WS-CIX-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CIX-OPEN-SW
           END-IF
           IF WS-HAS-PHONE = 'Y'
               MOVE SPACES TO CONTACT-INDEX-RECORD
               MOVE 'P' TO CONTACT-INDEX-RECORD(1:1)
               MOVE WS-PHONE-DIGITS(1:10) TO CONTACT-INDEX-RECORD(3:10)
               MOVE WS-QUEUE-CUST-ID TO CONTACT-INDEX-RECORD(84:10)
               WRITE CONTACT-INDEX-RECORD
           END-IF
           IF WS-HAS-EMAIL = 'Y'
               MOVE SPACES TO CONTACT-INDEX-RECORD
               MOVE 'E' TO CONTACT-INDEX-RECORD(1:1)
               MOVE WS-EMAIL-TEXT TO CONTACT-INDEX-RECORD(3:80)
               MOVE WS-QUEUE-CUST-ID TO CONTACT-INDEX-RECORD(84:10)
               WRITE CONTACT-INDEX-RECORD
           END-IF
           IF WS-CIX-STAT NOT = "00"
               DISPLAY "Write error on contact search index. STATUS="
                   WS-CIX-STAT
           END-IF.

      *    The keyed phone and email become one input-shaped line
      *    and go through FT-CONTACT's own checks: no contact data,
      *    phone digit count and area code, the numbering plan,
      *    email syntax, the domain table.
       BUILD-CORRECTED-CONTACT.
           MOVE SPACES TO WS-VALIDATE-REASON
           MOVE SPACES TO WS-CONTACT-WORK-RECORD
           MOVE WS-QUEUE-CUST-ID TO WS-CONTACT-WORK-RECORD(1:10)
           STRING FUNCTION TRIM(WS-KEYED-PHONE) " "
                   FUNCTION TRIM(WS-KEYED-EMAIL)
               DELIMITED BY SIZE INTO WS-CONTACT-WORK-RECORD(11:246)
           END-STRING
           PERFORM EXTRACT-CONTACT-TOKENS
           IF WS-HAS-PHONE = 'N' AND WS-HAS-EMAIL = 'N'
               MOVE "NO CONTACT DATA" TO WS-VALIDATE-REASON
           END-IF
           IF WS-VALIDATE-REASON = SPACES AND WS-HAS-PHONE = 'Y'
               PERFORM NORMALIZE-PHONE-NUMBER
           END-IF
           IF WS-VALIDATE-REASON = SPACES AND WS-HAS-PHONE = 'Y'
                   AND WS-PLAN-COUNT > 0
               PERFORM SCREEN-PHONE-AGAINST-PLAN
           END-IF
           IF WS-VALIDATE-REASON = SPACES AND WS-HAS-EMAIL = 'Y'
               PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF
           IF WS-VALIDATE-REASON = SPACES AND WS-HAS-EMAIL = 'Y'
                   AND WS-DOMAIN-COUNT > 0
               PERFORM CHECK-EMAIL-DOMAIN-TABLE
           END-IF.

      *    EXTRACT-CONTACT-TOKENS through WRITE-EMAIL-REPAIR-AUDIT
      *    are FT-CONTACT's, run over the assembled work record;
      *    FT-CONTACT's run-report tallies have no place here.
       EXTRACT-CONTACT-TOKENS.
           MOVE 'N' TO WS-HAS-PHONE
           MOVE 'N' TO WS-HAS-EMAIL
           MOVE SPACES TO WS-EMAIL-RAW
           MOVE SPACE TO WS-EMAIL-CLASS
           MOVE SPACE TO WS-PLAN-CLASS
           MOVE SPACES TO WS-PLAN-NPA-STATE WS-PHONE-ADDR-STATE
           MOVE SPACES TO WS-EMAIL-TEXT WS-PHONE-DIGITS
           MOVE SPACES TO WS-PHONE-FORMATTED
           MOVE 0 TO WS-PHONE-DIGIT-COUNT
           MOVE FUNCTION LENGTH(WS-CONTACT-WORK-RECORD) TO WS-LEN
           MOVE 11 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-LEN
               PERFORM UNTIL WS-IDX > WS-LEN
                       OR WS-CONTACT-WORK-RECORD(WS-IDX:1) NOT = ' '
                   ADD 1 TO WS-IDX
               END-PERFORM
               IF WS-IDX <= WS-LEN
                   MOVE WS-IDX TO WS-WORD-START
                   PERFORM UNTIL WS-IDX > WS-LEN
                           OR WS-CONTACT-WORK-RECORD(WS-IDX:1) = ' '
                       ADD 1 TO WS-IDX
                   END-PERFORM
                   COMPUTE WS-WORD-LEN = WS-IDX - WS-WORD-START
                   PERFORM CLASSIFY-ONE-CONTACT-TOKEN
               END-IF
           END-PERFORM.

       CLASSIFY-ONE-CONTACT-TOKEN.
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-CONTACT-WORK-RECORD(WS-WORD-START:WS-WORD-LEN)
               TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT > 0
               MOVE 'Y' TO WS-HAS-EMAIL
               MOVE SPACES TO WS-EMAIL-TEXT
               IF WS-WORD-LEN > 80
                   MOVE 80 TO WS-WORD-LEN
               END-IF
               MOVE FUNCTION LOWER-CASE(WS-CONTACT-WORK-RECORD(
                   WS-WORD-START:WS-WORD-LEN)) TO WS-EMAIL-TEXT
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM WS-WORD-START BY 1
                       UNTIL WS-SCAN-IDX >=
                           WS-WORD-START + WS-WORD-LEN
                   MOVE WS-CONTACT-WORK-RECORD(WS-SCAN-IDX:1)
                       TO WS-CHAR
                   IF WS-CHAR >= '0' AND WS-CHAR <= '9'
                       MOVE 'Y' TO WS-HAS-PHONE
                       IF WS-PHONE-DIGIT-COUNT < 20
                           ADD 1 TO WS-PHONE-DIGIT-COUNT
                           MOVE WS-CHAR TO WS-PHONE-DIGITS(
                               WS-PHONE-DIGIT-COUNT:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       NORMALIZE-PHONE-NUMBER.
           IF WS-PHONE-DIGIT-COUNT = 11 AND
                   WS-PHONE-DIGITS(1:1) = '1'
               MOVE WS-PHONE-DIGITS(2:10) TO WS-PHONE-DIGITS(1:10)
               MOVE SPACE TO WS-PHONE-DIGITS(11:1)
               MOVE 10 TO WS-PHONE-DIGIT-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PHONE-DIGIT-COUNT NOT = 10
                   MOVE "BAD PHONE DIGIT COUNT" TO WS-VALIDATE-REASON
               WHEN WS-PHONE-DIGITS(1:1) = '0' OR
                       WS-PHONE-DIGITS(1:1) = '1'
                   MOVE "BAD AREA CODE" TO WS-VALIDATE-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-PHONE-FORMATTED
                   STRING "(" WS-PHONE-DIGITS(1:3) ") "
                           WS-PHONE-DIGITS(4:3) "-"
                           WS-PHONE-DIGITS(7:4)
                       DELIMITED BY SIZE INTO WS-PHONE-FORMATTED
                   END-STRING
           END-EVALUATE.

      *    A number the plan does not pass fails under the plan's
      *    own reason; a geographic one picks up the state on the
      *    customer's address master record for comparison. A slot
      *    not on file there is no fault in the master, so it stays
      *    usable for the address queues.
       SCREEN-PHONE-AGAINST-PLAN.
           PERFORM CHECK-PHONE-NUMBERING-PLAN
           IF WS-PLAN-REASON NOT = SPACES
               MOVE WS-PLAN-REASON TO WS-VALIDATE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-NPA-STATE NOT = SPACES
                   AND (WS-AMS-STAT = "00" OR WS-AMS-STAT = "02")
               MOVE WS-QUEUE-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       MOVE "00" TO WS-AMS-STAT
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE FUNCTION UPPER-CASE(
                               ADDR-MST-TEXT(131:2))
                               TO WS-PHONE-ADDR-STATE
                       END-IF
               END-READ
           END-IF.

      *    Digits 1-3 the area code, 4-6 the exchange. Service codes
      *    and the fictional range need no table; otherwise the
      *    exact pair, or a whole-area-code range, must be in the
      *    plan.
       CHECK-PHONE-NUMBERING-PLAN.
           MOVE SPACES TO WS-PLAN-REASON WS-PLAN-NPA-STATE
           MOVE SPACE TO WS-PLAN-CLASS
           MOVE 'N' TO WS-PLAN-NPA-SEEN-SW
           IF WS-PHONE-DIGITS(2:2) = '11'
                   OR WS-PHONE-DIGITS(5:2) = '11'
               MOVE "N11 SERVICE CODE" TO WS-PLAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PHONE-DIGITS(4:3) = '555'
                   AND WS-PHONE-DIGITS(7:2) = '01'
               MOVE "FICTIONAL 555 NUMBER" TO WS-PLAN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLAN-NPA(WS-PLAN-IDX) = WS-PHONE-DIGITS(1:3)
                   MOVE 'Y' TO WS-PLAN-NPA-SEEN-SW
                   IF WS-PLAN-NXX(WS-PLAN-IDX) = WS-PHONE-DIGITS(4:3)
                           OR WS-PLAN-NXX(WS-PLAN-IDX) = SPACES
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLAN-NPA-SEEN-SW = 'Y'
                   MOVE "UNASSIGNED EXCHANGE" TO WS-PLAN-REASON
               ELSE
                   MOVE "UNASSIGNED AREA CODE" TO WS-PLAN-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PLAN-TYPE(WS-PLAN-IDX)
               WHEN 'P'
                   MOVE "PREMIUM RATE NUMBER" TO WS-PLAN-REASON
               WHEN 'T'
                   MOVE 'T' TO WS-PLAN-CLASS
               WHEN OTHER
                   MOVE WS-PLAN-STATE(WS-PLAN-IDX)
                       TO WS-PLAN-NPA-STATE
           END-EVALUATE.

       VALIDATE-EMAIL-ADDRESS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-TEXT))
               TO WS-EMAIL-LEN
           MOVE 0 TO WS-AT-COUNT
           MOVE 0 TO WS-AT-POS
           INSPECT WS-EMAIL-TEXT(1:WS-EMAIL-LEN)
               TALLYING WS-AT-COUNT FOR ALL '@'
           IF WS-AT-COUNT NOT = 1
               MOVE "BAD EMAIL SYNTAX" TO WS-VALIDATE-REASON
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EMAIL-LEN
                   IF WS-EMAIL-TEXT(WS-IDX:1) = '@'
                       MOVE WS-IDX TO WS-AT-POS
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-DOT-AFTER-AT
               PERFORM VARYING WS-IDX FROM WS-AT-POS BY 1
                       UNTIL WS-IDX > WS-EMAIL-LEN
                   IF WS-EMAIL-TEXT(WS-IDX:1) = '.'
                       MOVE 'Y' TO WS-DOT-AFTER-AT
                   END-IF
               END-PERFORM
               IF WS-AT-POS = 1 OR WS-AT-POS = WS-EMAIL-LEN OR
                       WS-DOT-AFTER-AT = 'N'
                   MOVE "BAD EMAIL SYNTAX" TO WS-VALIDATE-REASON
               END-IF
           END-IF.

      *    The email has passed its syntax checks, so it has exactly
      *    one '@'. A typo entry repairs the domain first; the role
      *    and disposable checks then see the repaired address, a
      *    disposable domain outranking a role mailbox on it.
       CHECK-EMAIL-DOMAIN-TABLE.
           MOVE SPACES TO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           UNSTRING WS-EMAIL-TEXT DELIMITED BY '@'
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                   UNTIL WS-DOMAIN-IDX > WS-DOMAIN-COUNT
               IF WS-DOM-KIND(WS-DOMAIN-IDX) = 'T'
                       AND WS-DOM-FROM(WS-DOMAIN-IDX) = WS-EMAIL-DOMAIN
                   MOVE WS-EMAIL-TEXT TO WS-EMAIL-RAW
                   MOVE WS-DOM-TO(WS-DOMAIN-IDX) TO WS-EMAIL-DOMAIN
                   MOVE SPACES TO WS-EMAIL-TEXT
                   STRING FUNCTION TRIM(WS-EMAIL-LOCAL) "@"
                           FUNCTION TRIM(WS-EMAIL-DOMAIN)
                       DELIMITED BY SIZE INTO WS-EMAIL-TEXT
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                   UNTIL WS-DOMAIN-IDX > WS-DOMAIN-COUNT
               IF WS-DOM-KIND(WS-DOMAIN-IDX) = 'D'
                       AND WS-DOM-FROM(WS-DOMAIN-IDX) = WS-EMAIL-DOMAIN
                   MOVE 'D' TO WS-EMAIL-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EMAIL-CLASS = SPACE
               PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                       UNTIL WS-DOMAIN-IDX > WS-DOMAIN-COUNT
                   IF WS-DOM-KIND(WS-DOMAIN-IDX) = 'R'
                           AND WS-DOM-FROM(WS-DOMAIN-IDX) =
                               WS-EMAIL-LOCAL
                       MOVE 'R' TO WS-EMAIL-CLASS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Same chained line FT-CONTACT writes, so FT-AUDITQ and
      *    FT-AUDVERIFY read it with the rest of the trail. The
      *    trail is opened, and its chain seeded from the last line
      *    on file, on the session's first repair.
       WRITE-EMAIL-REPAIR-AUDIT.
           IF NOT AUDIT-TRAIL-OPEN
               MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
               CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC
                   WS-AUDIT-FILENAME WS-AUDIT-CHAIN-HASH AUDIT-RECORD
               OPEN EXTEND AUDIT-FILE
               IF WS-AUD-STAT = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUD-STAT NOT = "00"
                   DISPLAY "Failed to open audit trail. STATUS="
                       WS-AUD-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-AUD-OPEN-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                   " RUN=" WS-RUN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLEAN-CONTACT-RECORD(1:10) DELIMITED BY SIZE
                   " [EMAIL] " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMAIL-RAW) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMAIL-TEXT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           MOVE 'L' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Write error on audit file. STATUS="
                   WS-AUD-STAT
           END-IF.

      *    The corrections log line FT-CORRECT writes, with the
      *    queue the entry came from and the fields as landed.
       WRITE-ADDRESS-LOG-LINE.
           MOVE SPACES TO CORRECTION-LOG-RECORD
           STRING FUNCTION CURRENT-DATE(1:14)
                   " OPERATOR=" WS-OPERATOR-ID
                   " " WS-QUEUE-CUST-ID
                   " QUEUE=" WS-QUEUE-TAG
                   " HOUSE=" FUNCTION TRIM(ADDR-HOUSE-NUMBER)
                   " STREET=" FUNCTION TRIM(ADDR-STREET-NAME)
                   " UNIT=" FUNCTION TRIM(ADDR-UNIT-TEXT)
                   " CITY=" FUNCTION TRIM(ADDR-CITY-NAME)
                   " STATE=" ADDR-STATE-CODE
                   " ZIP=" FUNCTION TRIM(ADDR-ZIP-CODE)
               DELIMITED BY SIZE INTO CORRECTION-LOG-RECORD
           END-STRING
           PERFORM WRITE-CORRECTION-LOG-RECORD.

       WRITE-CONTACT-LOG-LINE.
           MOVE SPACES TO CORRECTION-LOG-RECORD
           STRING FUNCTION CURRENT-DATE(1:14)
                   " OPERATOR=" WS-OPERATOR-ID
                   " " WS-QUEUE-CUST-ID
                   " QUEUE=" WS-QUEUE-TAG
                   " PHONE=" FUNCTION TRIM(WS-PHONE-FORMATTED)
                   " EMAIL=" FUNCTION TRIM(WS-EMAIL-TEXT)
               DELIMITED BY SIZE INTO CORRECTION-LOG-RECORD
           END-STRING
           PERFORM WRITE-CORRECTION-LOG-RECORD.

       WRITE-CORRECTION-LOG-RECORD.
           WRITE CORRECTION-LOG-RECORD
           IF WS-CLG-STAT NOT = "00"
               DISPLAY "Write error on corrections log. STATUS="
                   WS-CLG-STAT
           END-IF.

       TALLY-CORRECTION-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-ACREVIEW' TO USAGE-PROGRAM
           MOVE 'CORRECT' TO USAGE-VOLUME
           MOVE WS-QUEUE-CUST-ID TO USAGE-CUST-ID
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       CARRY-FORWARD-ENTRY.
           MOVE QUEUE-RECORD TO QUEUE-REMAINING-RECORD
           WRITE QUEUE-REMAINING-RECORD
           IF WS-REM-STAT NOT = "00"
               DISPLAY "Write error on working queue file. STATUS="
                   WS-REM-STAT
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

      *    Splits WS-CASE-FIELD-BUF on space/hyphen/apostrophe as
      *    FT-ADDRESS's CASE-ADDRESS-TEXT does, casing each word
      *    through CASEWORD under the record's country and then
      *    normalizing it.
       CASE-KEYED-FIELD.
           MOVE FUNCTION LENGTH(WS-CASE-FIELD-BUF) TO WS-LEN
           MOVE 1 TO WS-IDX

           PERFORM UNTIL WS-IDX > WS-LEN
               PERFORM UNTIL WS-IDX > WS-LEN
                       OR WS-CASE-FIELD-BUF(WS-IDX:1) NOT = ' '
                   ADD 1 TO WS-IDX
               END-PERFORM

               IF WS-IDX <= WS-LEN
                   MOVE WS-IDX TO WS-WORD-START
                   IF WS-CASE-FIELD-BUF(WS-IDX:1) = '-' OR
                           WS-CASE-FIELD-BUF(WS-IDX:1) = "'"
                       ADD 1 TO WS-IDX
                   ELSE
                       PERFORM UNTIL WS-IDX > WS-LEN
                               OR WS-CASE-FIELD-BUF(WS-IDX:1) = ' '
                               OR WS-CASE-FIELD-BUF(WS-IDX:1) = '-'
                               OR WS-CASE-FIELD-BUF(WS-IDX:1) = "'"
                           ADD 1 TO WS-IDX
                       END-PERFORM
                   END-IF
                   COMPUTE WS-WORD-END = WS-IDX - 1
                   COMPUTE WS-WORD-LEN = WS-WORD-END - WS-WORD-START + 1
                   MOVE SPACES TO WS-CASEWORD-BUF
                   MOVE WS-CASE-FIELD-BUF(WS-WORD-START:WS-WORD-LEN)
                       TO WS-CASEWORD-BUF(1:WS-WORD-LEN)
                   CALL 'CASEWORD' USING WS-CASEWORD-BUF WS-WORD-LEN
                       WS-CASEWORD-PARTICLE-FLAG
                       WS-NAME-RULES-FILENAME WS-COUNTRY-CODE
                   MOVE WS-CASEWORD-BUF(1:WS-WORD-LEN)
                       TO WS-CASE-FIELD-BUF(WS-WORD-START:WS-WORD-LEN)
                   PERFORM NORMALIZE-KEYED-WORD
               END-IF
           END-PERFORM
           PERFORM SQUEEZE-KEYED-FIELD.

      *    A standard form shorter than its variant leaves padding
      *    inside the field ("Apt       4"); the batch pass loses it
      *    when it re-splits the line into words, so a keyed field
      *    closes it up here to the same single spaces.
       SQUEEZE-KEYED-FIELD.
           MOVE SPACES TO WS-SQUEEZE-BUF
           MOVE 0 TO WS-SQUEEZE-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LEN
               IF WS-CASE-FIELD-BUF(WS-IDX:1) NOT = ' ' OR
                       (WS-SQUEEZE-POS > 0 AND
                        WS-SQUEEZE-BUF(WS-SQUEEZE-POS:1) NOT = ' ')
                   ADD 1 TO WS-SQUEEZE-POS
                   MOVE WS-CASE-FIELD-BUF(WS-IDX:1)
                       TO WS-SQUEEZE-BUF(WS-SQUEEZE-POS:1)
               END-IF
           END-PERFORM
           MOVE WS-SQUEEZE-BUF TO WS-CASE-FIELD-BUF.

       NORMALIZE-KEYED-WORD.
           MOVE SPACES TO WS-NORM-WORD-UPPER
           IF WS-WORD-LEN <= 30
               MOVE FUNCTION UPPER-CASE(WS-CASE-FIELD-BUF(
                   WS-WORD-START:WS-WORD-LEN))
                   TO WS-NORM-WORD-UPPER(1:WS-WORD-LEN)
               MOVE WS-WORD-LEN TO WS-NORM-WORD-LEN
               IF WS-NORM-WORD-LEN > 1 AND
                       WS-NORM-WORD-UPPER(WS-NORM-WORD-LEN:1) = '.'
                   MOVE SPACE
                       TO WS-NORM-WORD-UPPER(WS-NORM-WORD-LEN:1)
                   SUBTRACT 1 FROM WS-NORM-WORD-LEN
               END-IF
               PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                       UNTIL WS-NORM-IDX > WS-NORM-COUNT
                   IF WS-NORM-WORD-UPPER = FUNCTION UPPER-CASE(
                           WS-NORM-FROM(WS-NORM-IDX))
                       PERFORM APPLY-ONE-NORMALIZATION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-ONE-NORMALIZATION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-NORM-TO(WS-NORM-IDX))) TO WS-NORM-STD-LEN
           IF WS-NORM-STD-LEN <= WS-WORD-LEN
               MOVE SPACES TO WS-CASE-FIELD-BUF(WS-WORD-START:
                   WS-WORD-LEN)
               MOVE WS-NORM-TO(WS-NORM-IDX)(1:WS-NORM-STD-LEN)
                   TO WS-CASE-FIELD-BUF(WS-WORD-START:
                       WS-NORM-STD-LEN)
           END-IF.

      *    LOAD-NORMALIZATION-RULES through LOAD-ONE-XREF-ENTRY are
      *    FT-ADDRESS's loaders: built-in defaults unless a
      *    well-formed addr_rules.ctl replaces them whole, and no
      *    cross-reference file turns ZIP validation off.
       LOAD-NORMALIZATION-RULES.
           PERFORM SEED-NORMALIZATION-DEFAULTS
           MOVE 'N' TO WS-NORM-EOF-SWITCH
           MOVE 'N' TO WS-NORM-ERROR-SWITCH
           OPEN INPUT ADDR-RULES-FILE
           IF WS-ARL-STAT NOT = "00"
               CONTINUE
           ELSE
               MOVE 0 TO WS-NORM-COUNT
               PERFORM UNTIL WS-NORM-EOF-SWITCH = 'Y'
                       OR WS-NORM-ERROR-SWITCH = 'Y'
                   READ ADDR-RULES-FILE
                       AT END
                           MOVE 'Y' TO WS-NORM-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-NORMALIZATION-RULE
                   END-READ
               END-PERFORM
               CLOSE ADDR-RULES-FILE
               IF WS-NORM-ERROR-SWITCH = 'Y' OR WS-NORM-COUNT = 0
                   DISPLAY "Address rules file rejected, using "
                       "built-in defaults: "
                       FUNCTION TRIM(WS-ADDR-RULES-FILENAME)
                   PERFORM SEED-NORMALIZATION-DEFAULTS
               END-IF
           END-IF.

       LOAD-ONE-NORMALIZATION-RULE.
           IF FUNCTION TRIM(ADDR-RULES-RECORD) = SPACES OR
                   ADDR-RULES-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-NORM-KEYWORD
               IF WS-NORM-COUNT >= WS-NORM-MAX
                   MOVE 'Y' TO WS-NORM-ERROR-SWITCH
               ELSE
                   ADD 1 TO WS-NORM-COUNT
                   UNSTRING ADDR-RULES-RECORD DELIMITED BY ALL ' '
                       INTO WS-NORM-KEYWORD
                           WS-NORM-FROM(WS-NORM-COUNT)
                           WS-NORM-TO(WS-NORM-COUNT)
                   END-UNSTRING
                   IF (FUNCTION UPPER-CASE(WS-NORM-KEYWORD)
                           NOT = 'STREET' AND
                           FUNCTION UPPER-CASE(WS-NORM-KEYWORD)
                           NOT = 'UNIT')
                           OR WS-NORM-FROM(WS-NORM-COUNT) = SPACES
                           OR WS-NORM-TO(WS-NORM-COUNT) = SPACES
                       MOVE 'Y' TO WS-NORM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.

       SEED-NORMALIZATION-DEFAULTS.
           MOVE 9 TO WS-NORM-COUNT
           MOVE 'STREET' TO WS-NORM-FROM(1)
           MOVE 'St' TO WS-NORM-TO(1)
           MOVE 'AVENUE' TO WS-NORM-FROM(2)
           MOVE 'Ave' TO WS-NORM-TO(2)
           MOVE 'BOULEVARD' TO WS-NORM-FROM(3)
           MOVE 'Blvd' TO WS-NORM-TO(3)
           MOVE 'ROAD' TO WS-NORM-FROM(4)
           MOVE 'Rd' TO WS-NORM-TO(4)
           MOVE 'DRIVE' TO WS-NORM-FROM(5)
           MOVE 'Dr' TO WS-NORM-TO(5)
           MOVE 'LANE' TO WS-NORM-FROM(6)
           MOVE 'Ln' TO WS-NORM-TO(6)
           MOVE 'COURT' TO WS-NORM-FROM(7)
           MOVE 'Ct' TO WS-NORM-TO(7)
           MOVE 'APARTMENT' TO WS-NORM-FROM(8)
           MOVE 'Apt' TO WS-NORM-TO(8)
           MOVE 'SUITE' TO WS-NORM-FROM(9)
           MOVE 'Ste' TO WS-NORM-TO(9).

       LOAD-ZIP-XREF.
           MOVE 0 TO WS-XREF-COUNT
           MOVE 'N' TO WS-XREF-EOF-SWITCH
           MOVE 'N' TO WS-XREF-ON-SWITCH
           OPEN INPUT ZIP-XREF-FILE
           IF WS-ZXR-STAT = "00"
               PERFORM UNTIL WS-XREF-EOF-SWITCH = 'Y'
                       OR WS-XREF-COUNT >= WS-XREF-MAX
                   READ ZIP-XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-XREF-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-XREF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ZIP-XREF-FILE
               IF WS-XREF-COUNT > 0
                   MOVE 'Y' TO WS-XREF-ON-SWITCH
               END-IF
           END-IF.

       LOAD-ONE-XREF-ENTRY.
           IF FUNCTION TRIM(ZIP-XREF-RECORD) = SPACES OR
                   ZIP-XREF-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               ADD 1 TO WS-XREF-COUNT
               MOVE 1 TO WS-XREF-SCAN-PTR
               UNSTRING ZIP-XREF-RECORD DELIMITED BY ALL ' '
                   INTO WS-XREF-ZIP(WS-XREF-COUNT)
                       WS-XREF-STATE(WS-XREF-COUNT)
                   WITH POINTER WS-XREF-SCAN-PTR
               END-UNSTRING
               MOVE SPACES TO WS-XREF-CITY(WS-XREF-COUNT)
               IF WS-XREF-SCAN-PTR <= 80
                   MOVE FUNCTION TRIM(
                       ZIP-XREF-RECORD(WS-XREF-SCAN-PTR:))
                       TO WS-XREF-CITY(WS-XREF-COUNT)
               END-IF
               IF WS-XREF-ZIP(WS-XREF-COUNT) = SPACES OR
                       WS-XREF-STATE(WS-XREF-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-XREF-COUNT
               ELSE
                   MOVE FUNCTION UPPER-CASE(
                       WS-XREF-STATE(WS-XREF-COUNT))
                       TO WS-XREF-STATE(WS-XREF-COUNT)
                   MOVE FUNCTION UPPER-CASE(
                       WS-XREF-CITY(WS-XREF-COUNT))
                       TO WS-XREF-CITY(WS-XREF-COUNT)
               END-IF
           END-IF.

      *    Same fixed-column layout FT-ZIPLOAD writes.
       LOAD-COUNTY-XREF.
           MOVE 0 TO WS-CNTY-COUNT
           MOVE 'N' TO WS-CNTY-EOF-SWITCH
           MOVE 'N' TO WS-CNTY-ON-SWITCH
           OPEN INPUT COUNTY-XREF-FILE
           IF WS-CXR-STAT = "00"
               PERFORM UNTIL WS-CNTY-EOF-SWITCH = 'Y'
                       OR WS-CNTY-COUNT >= WS-XREF-MAX
                   READ COUNTY-XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-CNTY-EOF-SWITCH
                       NOT AT END
                           IF COUNTY-XREF-RECORD(1:5) IS NUMERIC
                               ADD 1 TO WS-CNTY-COUNT
                               MOVE COUNTY-XREF-RECORD(1:5)
                                   TO WS-CNTY-ZIP(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(7:5)
                                   TO WS-CNTY-FIPS(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(13:4)
                                   TO WS-CNTY-TZ(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(18:3)
                                   TO WS-CNTY-OFFSET(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(22:1)
                                   TO WS-CNTY-DST(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(24:30)
                                   TO WS-CNTY-NAME(WS-CNTY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTY-XREF-FILE
               IF WS-CNTY-COUNT > 0
                   MOVE 'Y' TO WS-CNTY-ON-SWITCH
               END-IF
           END-IF.

      *    Same lookup as FT-ADDRESS's ENRICH-FROM-COUNTY-XREF,
      *    applied to the corrected record.
       ENRICH-FROM-COUNTY-XREF.
           IF NOT COUNTY-ENRICH-ON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CORRECTED-ADDRESS(166:43)
           IF ADDR-IS-MILITARY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNTY-IDX FROM 1 BY 1
                   UNTIL WS-CNTY-IDX > WS-CNTY-COUNT
               IF ADDR-ZIP-CODE(1:5) = WS-CNTY-ZIP(WS-CNTY-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CNTY-IDX <= WS-CNTY-COUNT
               MOVE WS-CNTY-NAME(WS-CNTY-IDX) TO ADDR-COUNTY-NAME
               MOVE WS-CNTY-FIPS(WS-CNTY-IDX) TO ADDR-COUNTY-FIPS
               MOVE WS-CNTY-TZ(WS-CNTY-IDX) TO ADDR-TIME-ZONE
               MOVE WS-CNTY-OFFSET(WS-CNTY-IDX) TO ADDR-UTC-OFFSET
               MOVE WS-CNTY-DST(WS-CNTY-IDX) TO ADDR-DST-FLAG
           END-IF.

      *    FT-CONTACT's domain table load: "KEYWORD value [value]"
      *    lines, anything else ignored. An absent table leaves the
      *    domain checks off.
       LOAD-EMAIL-DOMAIN-TABLE.
           MOVE 0 TO WS-DOMAIN-COUNT
           OPEN INPUT EMAIL-DOMAIN-FILE
           IF WS-DOM-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ EMAIL-DOMAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-DOMAIN-ENTRY
               END-READ
           END-PERFORM
           CLOSE EMAIL-DOMAIN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-ONE-DOMAIN-ENTRY.
           MOVE SPACES TO WS-DOM-KEYWORD WS-DOM-VALUE-1 WS-DOM-VALUE-2
           UNSTRING EMAIL-DOMAIN-RECORD DELIMITED BY ALL ' '
               INTO WS-DOM-KEYWORD WS-DOM-VALUE-1 WS-DOM-VALUE-2
           END-UNSTRING
           IF WS-DOM-VALUE-1 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DOMAIN-COUNT >= WS-DOMAIN-MAX
               DISPLAY "WARNING: email domain table truncated at "
                   WS-DOMAIN-MAX " entries"
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-DOM-KEYWORD)
               WHEN 'TYPO'
                   IF WS-DOM-VALUE-2 NOT = SPACES
                       ADD 1 TO WS-DOMAIN-COUNT
                       MOVE 'T' TO WS-DOM-KIND(WS-DOMAIN-COUNT)
                   END-IF
               WHEN 'ROLE'
                   ADD 1 TO WS-DOMAIN-COUNT
                   MOVE 'R' TO WS-DOM-KIND(WS-DOMAIN-COUNT)
               WHEN 'DISPOSABLE'
                   ADD 1 TO WS-DOMAIN-COUNT
                   MOVE 'D' TO WS-DOM-KIND(WS-DOMAIN-COUNT)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION LOWER-CASE(WS-DOM-VALUE-1)
               TO WS-DOM-FROM(WS-DOMAIN-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-DOM-VALUE-2)
               TO WS-DOM-TO(WS-DOMAIN-COUNT).

      *    FT-CONTACT's plan load. An absent reference leaves the
      *    table empty and the plan checks off.
       LOAD-NUMBERING-PLAN.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT NANP-PLAN-FILE
           IF WS-NNP-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NANP-PLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NANP-PLAN-RECORD(1:3) IS NUMERIC
                           PERFORM LOAD-ONE-PLAN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NANP-PLAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-ONE-PLAN-ENTRY.
           IF WS-PLAN-COUNT >= WS-PLAN-MAX
               DISPLAY "WARNING: numbering plan truncated at "
                   WS-PLAN-MAX " entries"
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE NANP-PLAN-RECORD(1:3) TO WS-PLAN-NPA(WS-PLAN-COUNT)
           MOVE NANP-PLAN-RECORD(5:3) TO WS-PLAN-NXX(WS-PLAN-COUNT)
           MOVE NANP-PLAN-RECORD(9:1) TO WS-PLAN-TYPE(WS-PLAN-COUNT)
           MOVE NANP-PLAN-RECORD(11:2)
               TO WS-PLAN-STATE(WS-PLAN-COUNT).

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'QUEUE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(7:10))
                           TO WS-QUEUE-SELECT
                       IF WS-QUEUE-SELECT NOT = 'REJECTS' AND
                               WS-QUEUE-SELECT NOT = 'EXCEPTIONS' AND
                               WS-QUEUE-SELECT NOT = 'MOVES' AND
                               WS-QUEUE-SELECT NOT = 'CONTACTS'
                           DISPLAY "Unknown QUEUE= value, all queues "
                               "reviewed: " FUNCTION TRIM(WS-PARM-WORK)
                           MOVE 'ALL' TO WS-QUEUE-SELECT
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-ACREVIEW.
