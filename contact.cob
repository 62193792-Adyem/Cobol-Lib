      *        spaces, and a dot somewhere after the '@'.
      *    Either item may be absent; a record with neither, or with
      *    a present item that fails its checks, rejects whole.
      *    A passing email is then held against operations' domain
      *    table, email_domains.ctl (DOMAINS= PARM overrides the
      *    name), one entry per line:
      *      TYPO gmial.com gmail.com   a known misspelling of a
      *                                 domain and its repair;
      *      ROLE info                  a role mailbox (the part
      *                                 before the '@');
      *      DISPOSABLE mailinator.com  a throwaway-mail domain.
      *    A misspelled domain is repaired in place and the repair
      *    written to the name audit trail (same chained line as
      *    FT-NAME's, the raw side tagged "[EMAIL]"); role and
      *    disposable addresses are stored with a class flag that
      *    the EXTRACT= pull withholds them on. Each repair and flag
      *    is counted on the control report, entry by entry. Without
      *    the table the email checks run as before.
      *    A well-formed phone is then held against the numbering-
      *    plan reference FT-NANPLOAD loads each quarter,
      *    nanp_plan.xrf (NANPPLAN= PARM overrides the name). A
      *    number whose area code or exchange is not in service, an
      *    N11 service code, a fictional 555-01XX number or a
      *    premium-rate number rejects with its own reason; a
      *    toll-free number is stored with a class flag. For a
      *    geographic number the state its area code serves is
      *    stored beside the state on the customer's address master
      *    record, and a disagreement is flagged for FT-IDRISK's
      *    review. Each outcome is counted on the control report.
      *    Without the reference the phone checks run as before.
      *    PHONES= switches the run into the telemarketing phone pull,
      *    the phone-channel twin of the EXTRACT= email pull: one
      *    id-and-phone line per stored number, withholding consent
      *    no-phone customers and numbers on the national Do-Not-Call
      *    registry (FT-DNCLOAD's master, probed per number), each
      *    counted separately. The run refuses (RC 12) when the
      *    registry master is missing or its as-of date is more than
      *    31 days old -- the refresh the rules require. Each
      *    phone line carries the customer's time zone, UTC offset
      *    and daylight-saving flag from the address master (the
      *    county enrichment FT-ADDRESS applies), so the dialer can
      *    keep to legal calling hours; a customer whose zone is not
      *    known is still extracted, blank there, and counted.
      *    Both pulls screen each customer against the name master's
      *    lifecycle status: anyone carried as deceased, closed,
      *    pending purge or retired is withheld and counted as
      *    status held.
      *    A standardization run also rebuilds the reverse-lookup
      *    side index over the store it writes -- one line per
      *    stored phone (its 10 digits) and per stored email (as
      *    lower-cased) -- which FT-NAMEINQ and FT-CUST360 read to
      *    find customers by PHONE= or EMAIL=.
      *    A customer already in the prior store who arrives with a
      *    different phone or email is logged to contact_changes.txt
      *    (the contact-side twin of FT-ADDRESS's address_changes.txt),
      *    one dated line per changed item, for FT-IDRISK's check of
      *    contact points changed just after an address move.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-CONSENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STAT.
      *    Optional campaign driver for the extract (DRIVER= PARM):
      *    FT-LISTPULL's selected-id file. When given, only the
      *    listed customers' emails are pulled.
           SELECT DRIVER-FILE ASSIGN TO DYNAMIC WS-DRIVER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STAT.
      *    The campaign tool's returned hard-bounce file (BOUNCES=
      *    switches the run into bounce mode): one email address per
      *    line. Matching store records get the bounce status and
               WS-CONTACT-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNW-STAT.
      *    Phone pull (PHONES= PARM) and the Do-Not-Call registry
      *    master it probes (DNC= PARM overrides the name). The
      *    master is FT-DNCLOAD's: slot 1 the control record with
      *    the registry as-of date, numbers folded and stepped from
      *    there exactly as FT-DNCLOAD placed them.
           SELECT PHONE-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-PHONES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHX-STAT.
           SELECT DNC-MASTER-FILE ASSIGN TO DYNAMIC
               WS-DNC-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-DNC-RKEY
               FILE STATUS IS WS-DNC-STAT.
      *    FT-NAME's keyed name master, probed by id for the
      *    lifecycle status during the extract pulls. Same RELATIVE
      *    declaration and key fold as the master's writers; an
      *    absent master leaves the status screen off.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
      *    FT-ADDRESS's keyed address master, probed by id during the
      *    phone pull for the customer's time zone. Same key fold as
      *    the name master (ADDRMASTER= PARM overrides the name); an
      *    absent master extracts every phone with the zone blank.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ADDR-RKEY
               FILE STATUS IS WS-AMS-STAT.
      *    Reverse-lookup side index, rebuilt with the store on every
      *    standardization run so it never names a phone or email
      *    the store no longer carries (CONTACTIDX= PARM overrides
      *    the name). A caller often gives only a phone number or
      *    an email, not a customer id.
           SELECT CONTACT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIX-STAT.
      *    Contact change history, appended across runs (CONTACTCHG=
      *    PARM overrides the name).
           SELECT CONTACT-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-CHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCH-STAT.
      *    Operations' email domain table (see the header note) and
      *    the name audit trail the domain repairs are written to
      *    (AUDIT= PARM overrides the name).
           SELECT EMAIL-DOMAIN-FILE ASSIGN TO DYNAMIC
               WS-DOMAIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOM-STAT.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.
      *    FT-NANPLOAD's numbering-plan reference (see the header
      *    note); the address master above supplies the state the
      *    area code is compared with.
           SELECT NANP-PLAN-FILE ASSIGN TO DYNAMIC WS-NANP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NNP-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    Cleaned layout at fixed offsets: id 1-10, formatted phone
      *    11-24, email 25-104, bounce status 105 ('B' once the
      *    campaign tool reported the address hard-bounced), bounce
      *    date 106-113, email class 114 ('R' a role mailbox, 'D' a
      *    disposable-mail domain), phone class 115 ('T' toll-
      *    free), area-code state check 116 ('M' the area code's
      *    state is not the address state), the area code's state
      *    117-118 and the address master's state 119-120. A store
      *    written before the bounce or class fields reads back with
      *    them blank, which means never bounced, an ordinary
      *    mailbox and a phone not checked against the plan.
       FD  CONTACT-OUTPUT-FILE.
       01  CONTACT-OUTPUT-RECORD    PIC X(120).

       FD  CONSENT-LEDGER-FILE.
       01  CONSENT-LEDGER-RECORD    PIC X(30).

       FD  DRIVER-FILE.
       01  DRIVER-RECORD            PIC X(30).

       FD  BOUNCES-FILE.
       01  BOUNCES-RECORD           PIC X(80).

       FD  CONTACT-NEW-FILE.
       01  CONTACT-NEW-RECORD       PIC X(120).

      *    Phone extract line: id 1-10, formatted phone 12-25, time
      *    zone 27-30, standard UTC offset 32-34, daylight-saving
      *    flag 36 (the zone fields blank when not known).
       FD  PHONE-EXTRACT-FILE.
       01  PHONE-EXTRACT-RECORD     PIC X(36).

       FD  DNC-MASTER-FILE.
       01  DNC-MASTER-RECORD.
           05  DNC-PHONE-NUMBER     PIC X(10).
           05  DNC-REGISTRY-DATE    PIC X(8).
           05  DNC-LOAD-DATE        PIC X(8).
           05  DNC-LOADED-COUNT     PIC 9(9).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

      *    Index line: type 1 ('P' phone, 'E' email), key 3-82 (the
      *    phone's 10 digits, or the lower-cased email), customer id
      *    84-93.
       FD  CONTACT-INDEX-FILE.
       01  CONTACT-INDEX-RECORD     PIC X(93).

      *    Change line: id 1-10, run date 12-19, item 21 ('P' phone,
      *    'E' email), prior value 23-102, new value 104-183 (the
      *    stored forms -- formatted phone, lower-cased email).
       FD  CONTACT-CHANGES-FILE.
       01  CONTACT-CHANGES-RECORD   PIC X(183).

       FD  EMAIL-DOMAIN-FILE.
       01  EMAIL-DOMAIN-RECORD      PIC X(132).

      *    Audit line layout per WRITE-AUDIT-RECORD in name.cob.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

      *    Reference line: area code 1-3, exchange 5-7 (blank for a
      *    whole-area-code range), type 9, state 11-12.
       FD  NANP-PLAN-FILE.
       01  NANP-PLAN-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-IN-STAT       PIC XX VALUE SPACES.
       77  WS-OUT-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-EXT-STAT      PIC XX VALUE SPACES.
       77  WS-CNS-STAT      PIC XX VALUE SPACES.
       77  WS-DRV-STAT      PIC XX VALUE SPACES.
       77  WS-BNC-STAT      PIC XX VALUE SPACES.
       77  WS-CNW-STAT      PIC XX VALUE SPACES.
       77  WS-PHX-STAT      PIC XX VALUE SPACES.
       77  WS-DNC-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-CIX-STAT      PIC XX VALUE SPACES.
       77  WS-CCH-STAT      PIC XX VALUE SPACES.
       77  WS-DOM-STAT      PIC XX VALUE SPACES.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-NNP-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-INPUT-FILENAME    PIC X(100) VALUE 'contacts.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'contact_control_report.txt'.

       01  WS-PARM-STRING       PIC X(400) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-8      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-CHAR              PIC X.

      *    Extract-mode state -- see the EMAIL-EXTRACT-FILE SELECT
      *    note. The consent table carries only the opted-out ids
      *    for the channel being pulled -- the ledger flag byte is 14
      *    (no-email) for the email pull, 16 (no-phone) for phones.
       01  WS-EXTRACT-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-EXTRACT-SWITCH    PIC X VALUE 'N'.
           88  IS-EXTRACT-RUN       VALUE 'Y'.
       01  WS-CONSENT-MAX       PIC 9(5) COMP VALUE 20000.
       01  WS-CONSENT-SUPP-COUNT PIC 9(9) VALUE 0.
       01  WS-NO-EMAIL-REC-COUNT PIC 9(9) VALUE 0.
       01  WS-CONSENT-FLAG-POS  PIC 9(2) VALUE 14.
       01  WS-CONSENT-HIT-SW    PIC X VALUE 'N'.
           88  CUSTOMER-IS-NO-EMAIL VALUE 'Y'.
           88  CUSTOMER-IS-NO-PHONE VALUE 'Y'.
       01  WS-CONSENT-TABLE.
           05  WS-CONSENT-ENTRY OCCURS 20000 TIMES PIC X(10).

      *    Lifecycle status screen -- see the NAME-MASTER-FILE SELECT
      *    note.
       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-STATUS-SCREEN-SW  PIC X VALUE 'N'.
           88  STATUS-SCREEN-ON     VALUE 'Y'.
       01  WS-INACTIVE-HIT-SW   PIC X VALUE 'N'.
           88  CUSTOMER-IS-INACTIVE VALUE 'Y'.
       01  WS-INACTIVE-COUNT    PIC 9(9) VALUE 0.

      *    Records cleansed, by the customer's company on the name
      *    master, for the month-end chargeback (see CHGUSAGE).
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

      *    Campaign driver state -- see the DRIVER-FILE SELECT note.
       01  WS-DRIVER-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-DRIVER-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-DRIVER-MAX        PIC 9(5) COMP VALUE 20000.
       01  WS-DRIVER-FULL-SW    PIC X VALUE 'N'.
           88  DRIVER-LIST-OVERFLOWED VALUE 'Y'.
       01  WS-NOT-SELECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-DRIVER-HIT-SW     PIC X VALUE 'Y'.
           88  CUSTOMER-IS-SELECTED VALUE 'Y'.
       01  WS-DRIVER-TABLE.
           05  WS-DRIVER-ENTRY OCCURS 20000 TIMES PIC X(10).

      *    Bounce-mode and bounce carry-forward state -- see the
      *    BOUNCES-FILE SELECT note. The prior store's flags load
      *    before a standardization run truncates the store, so a
               10  WS-PRIOR-EMAIL   PIC X(80).
               10  WS-PRIOR-FLAG    PIC X(1).
               10  WS-PRIOR-DATE    PIC X(8).
               10  WS-PRIOR-PHONE   PIC X(14).

      *    Phone-pull state -- see the PHONE-EXTRACT-FILE SELECT
      *    note.
       01  WS-PHONES-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-PHONE-EXTRACT-SW  PIC X VALUE 'N'.
           88  IS-PHONE-EXTRACT-RUN VALUE 'Y'.
       01  WS-DNC-FILENAME      PIC X(100) VALUE 'dnc_master.idx'.
       01  WS-DNC-RKEY          PIC 9(9) COMP VALUE 0.
       01  WS-DNC-AS-OF         PIC X(8) VALUE SPACES.
       01  WS-DNC-LOADED        PIC 9(9) VALUE 0.
       01  WS-DNC-MAX-AGE       PIC 9(3) VALUE 31.
       01  WS-DNC-AGE-DAYS      PIC S9(7) VALUE 0.
       01  WS-DNC-NUMBER        PIC X(10) VALUE SPACES.
       01  WS-DNC-VALUE         PIC 9(10) VALUE 0.
       01  WS-DNC-PROBE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-DNC-PROBE-MAX     PIC 9(4) COMP VALUE 64.
       01  WS-DNC-PROBE-SW      PIC X VALUE 'N'.
           88  DNC-PROBE-DONE       VALUE 'Y'.
       01  WS-DNC-HIT-SW        PIC X VALUE 'N'.
           88  NUMBER-IS-ON-DNC     VALUE 'Y'.
      *    Time-zone lookup -- see the ADDRESS-MASTER-FILE SELECT
      *    note. The zone fields sit at ADDRESS-RECORD.cpy's
      *    ADDR-TIME-ZONE / -UTC-OFFSET / -DST-FLAG offsets within
      *    the master's 246-byte address text.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-ADDR-RKEY         PIC 9(9) COMP VALUE 0.
       01  WS-ZONE-LOOKUP-SW    PIC X VALUE 'N'.
           88  ZONE-LOOKUP-ON       VALUE 'Y'.
       01  WS-NO-ZONE-COUNT     PIC 9(9) VALUE 0.
      *    Reverse-lookup index state -- see the CONTACT-INDEX-FILE
      *    SELECT note.
       01  WS-CONTACT-IDX-FILENAME PIC X(100)
                                VALUE 'contact_search.idx'.
       01  WS-INDEXED-COUNT     PIC 9(9) VALUE 0.
      *    Contact change history -- see the CONTACT-CHANGES-FILE
      *    SELECT note.
       01  WS-CONTACT-CHG-FILENAME PIC X(100)
                                VALUE 'contact_changes.txt'.
       01  WS-CONTACT-CHG-COUNT PIC 9(9) VALUE 0.
       01  WS-DNC-HELD-COUNT    PIC 9(9) VALUE 0.
       01  WS-NO-PHONE-REC-COUNT PIC 9(9) VALUE 0.
      *    Email domain table -- see the header note. Kind 'T' a
      *    typo (from the misspelled domain, to its repair), 'R' a
      *    role mailbox, 'D' a disposable domain; all lower-cased as
      *    the stored emails are. Hits count per entry for the
      *    control report.
       01  WS-DOMAIN-FILENAME   PIC X(100) VALUE 'email_domains.ctl'.
       01  WS-DOMAIN-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-DOMAIN-MAX        PIC 9(4) COMP VALUE 500.
       01  WS-DOMAIN-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-DOMAIN-TABLE.
           05  WS-DOM-ENTRY OCCURS 500 TIMES.
               10  WS-DOM-KIND      PIC X(1).
               10  WS-DOM-FROM      PIC X(60).
               10  WS-DOM-TO        PIC X(60).
               10  WS-DOM-HITS      PIC 9(9).
       01  WS-DOM-KEYWORD       PIC X(20) VALUE SPACES.
       01  WS-DOM-VALUE-1       PIC X(60) VALUE SPACES.
       01  WS-DOM-VALUE-2       PIC X(60) VALUE SPACES.
       01  WS-EMAIL-LOCAL       PIC X(80) VALUE SPACES.
       01  WS-EMAIL-DOMAIN      PIC X(80) VALUE SPACES.
       01  WS-EMAIL-RAW         PIC X(80) VALUE SPACES.
       01  WS-EMAIL-CLASS       PIC X VALUE SPACE.
       01  WS-DOMAIN-REPAIR-COUNT PIC 9(9) VALUE 0.
       01  WS-ROLE-COUNT        PIC 9(9) VALUE 0.
       01  WS-DISPOSABLE-COUNT  PIC 9(9) VALUE 0.
       01  WS-ROLE-HELD-COUNT   PIC 9(9) VALUE 0.
       01  WS-DISPOSABLE-HELD-COUNT PIC 9(9) VALUE 0.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-AUDIT-TIMESTAMP   PIC X(26) VALUE SPACES.
       01  WS-AUDIT-CHAIN-FUNC  PIC X VALUE SPACE.
       01  WS-AUDIT-CHAIN-HASH  PIC X(18) VALUE ZEROS.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
      *    Numbering-plan check -- see the NANP-PLAN-FILE SELECT
      *    note. Type 'G' geographic, 'T' toll-free, 'P' premium.
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
       01  WS-STATE-LOOKUP-SW   PIC X VALUE 'N'.
           88  STATE-LOOKUP-ON      VALUE 'Y'.
       01  WS-UNASSIGNED-COUNT  PIC 9(9) VALUE 0.
       01  WS-PREMIUM-COUNT     PIC 9(9) VALUE 0.
       01  WS-N11-COUNT         PIC 9(9) VALUE 0.
       01  WS-FICTIONAL-COUNT   PIC 9(9) VALUE 0.
       01  WS-TOLL-FREE-COUNT   PIC 9(9) VALUE 0.
       01  WS-STATE-MISMATCH-COUNT PIC 9(9) VALUE 0.

       01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01  WS-EMAIL-TEXT        PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS

           IF IS-EXTRACT-RUN
               PERFORM RUN-BOUNCE-MODE
               GOBACK
           END-IF
           IF IS-PHONE-EXTRACT-RUN
               PERFORM RUN-PHONE-EXTRACT-MODE
               GOBACK
           END-IF
           PERFORM LOAD-PRIOR-CONTACT-FLAGS
           PERFORM LOAD-EMAIL-DOMAIN-TABLE
           PERFORM LOAD-NUMBERING-PLAN
           IF WS-PLAN-COUNT > 0
               OPEN INPUT ADDRESS-MASTER-FILE
               IF WS-AMS-STAT = "00"
                   MOVE 'Y' TO WS-STATE-LOOKUP-SW
               ELSE
                   DISPLAY "Address master not readable - area codes "
                       "not checked against state. STATUS="
                       WS-AMS-STAT
               END-IF
           END-IF

           OPEN INPUT CONTACT-INPUT-FILE
           IF WS-IN-STAT NOT = "00"
               GOBACK
           END-IF

           OPEN OUTPUT CONTACT-INDEX-FILE
           IF WS-CIX-STAT NOT = "00"
               DISPLAY "Failed to open contact search index. STATUS="
                   WS-CIX-STAT
           END-IF

           OPEN EXTEND CONTACT-CHANGES-FILE
           IF WS-CCH-STAT = "35"
               OPEN OUTPUT CONTACT-CHANGES-FILE
           END-IF
           IF WS-CCH-STAT NOT = "00"
               DISPLAY "Failed to open contact changes file. STATUS="
                   WS-CCH-STAT
           END-IF

           MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Failed to open audit trail. STATUS="
                   WS-AUD-STAT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTACT-INPUT-FILE
           CLOSE CONTACT-INPUT-FILE
           CLOSE CONTACT-OUTPUT-FILE
           CLOSE CONTACT-REJECTS-FILE
           IF WS-CIX-STAT = "00"
               CLOSE CONTACT-INDEX-FILE
           END-IF
           IF WS-CCH-STAT = "00"
               CLOSE CONTACT-CHANGES-FILE
           END-IF
           IF WS-AUD-STAT = "00"
               CLOSE AUDIT-FILE
           END-IF
           IF STATE-LOOKUP-ON
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD

           PERFORM WRITE-CONTROL-REPORT
           GOBACK.
      *    withholding customers the consent ledger flags no-email.
       RUN-EMAIL-EXTRACT-MODE.
           PERFORM LOAD-CONSENT-LEDGER
           IF WS-DRIVER-FILENAME NOT = SPACES
               PERFORM LOAD-DRIVER-LIST
               IF WS-DRV-STAT NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF DRIVER-LIST-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT CONTACT-OUTPUT-FILE
           IF WS-OUT-STAT NOT = "00"
               DISPLAY "Failed to open contact store. STATUS="
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-NAME-MASTER-FILE

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'

           CLOSE CONTACT-OUTPUT-FILE
           CLOSE EMAIL-EXTRACT-FILE
           IF STATUS-SCREEN-ON
               CLOSE NAME-MASTER-FILE
           END-IF
           PERFORM WRITE-EXTRACT-REPORT
           DISPLAY "FT-CONTACT extract: written=" WS-WRITE-COUNT
               " consent-withheld=" WS-CONSENT-SUPP-COUNT
           GOBACK.

       EXTRACT-ONE-EMAIL.
           PERFORM CHECK-DRIVER-SELECTION
           PERFORM CHECK-MASTER-STATUS
           IF NOT CUSTOMER-IS-SELECTED
               ADD 1 TO WS-NOT-SELECTED-COUNT
           ELSE
               IF CUSTOMER-IS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   IF CONTACT-OUTPUT-RECORD(105:1) = 'B'
                       ADD 1 TO WS-BOUNCED-HELD-COUNT
                   ELSE
                       IF CONTACT-OUTPUT-RECORD(114:1) = 'R'
                           ADD 1 TO WS-ROLE-HELD-COUNT
                       ELSE
                           IF CONTACT-OUTPUT-RECORD(114:1) = 'D'
                               ADD 1 TO WS-DISPOSABLE-HELD-COUNT
                           ELSE
                               PERFORM EXTRACT-ONE-EMAIL-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A customer cleared of every hold above: the email goes
      *    to the extract unless the store has none or the consent
      *    ledger suppresses it.
       EXTRACT-ONE-EMAIL-LINE.
           IF FUNCTION TRIM(CONTACT-OUTPUT-RECORD(25:80)) = SPACES
               ADD 1 TO WS-NO-EMAIL-REC-COUNT
           ELSE
                       ADD 1 TO WS-WRITE-COUNT
                   END-IF
               END-IF
           END-IF.

       OPEN-NAME-MASTER-FILE.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-STATUS-SCREEN-SW
           END-IF.

      *    Only the customer's own slot counts -- a fold neighbor's
      *    status says nothing about this customer -- and a blank
      *    code predates status on the master and is active.
       CHECK-MASTER-STATUS.
           MOVE 'N' TO WS-INACTIVE-HIT-SW
           IF STATUS-SCREEN-ON
               MOVE CONTACT-OUTPUT-RECORD(1:10) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           AND MASTER-STATUS-CODE NOT = SPACE
                           AND MASTER-STATUS-CODE NOT = 'A'
                           MOVE 'Y' TO WS-INACTIVE-HIT-SW
                       END-IF
               END-READ
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
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   COMPUTE WS-MASTER-RKEY = FUNCTION MOD(
                       (WS-MASTER-RKEY * 31) +
                       FUNCTION ORD(WS-LOOKUP-CUST-ID(IDX:1)),
                       WS-MASTER-KEYSPACE)
               END-PERFORM
           END-IF
           IF WS-MASTER-RKEY = 0
               MOVE 1 TO WS-MASTER-RKEY
           END-IF.

      *    A driver that cannot be read stops the run rather than
      *    extracting the whole store in its place; one longer than
      *    the table stops it with RC 8 rather than silently dropping
      *    the tail of the campaign.
       LOAD-DRIVER-LIST.
           MOVE 0 TO WS-DRIVER-COUNT
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-STAT NOT = "00"
               DISPLAY "Driver file not readable. STATUS="
                   WS-DRV-STAT " FILE="
                   FUNCTION TRIM(WS-DRIVER-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE 'N' TO WS-DRIVER-FULL-SW
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR DRIVER-LIST-OVERFLOWED
                   READ DRIVER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(DRIVER-RECORD(1:10))
                                   NOT = SPACES
                               IF WS-DRIVER-COUNT >= WS-DRIVER-MAX
                                   MOVE 'Y' TO WS-DRIVER-FULL-SW
                               ELSE
                                   ADD 1 TO WS-DRIVER-COUNT
                                   MOVE DRIVER-RECORD(1:10)
                                     TO WS-DRIVER-ENTRY(WS-DRIVER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF DRIVER-LIST-OVERFLOWED
                   DISPLAY "ERROR: driver list exceeds "
                       WS-DRIVER-MAX " ids -- run stopped"
               END-IF
               CLOSE DRIVER-FILE
           END-IF.

       CHECK-DRIVER-SELECTION.
           IF WS-DRIVER-FILENAME NOT = SPACES
               MOVE 'N' TO WS-DRIVER-HIT-SW
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-DRIVER-COUNT
                   IF CONTACT-OUTPUT-RECORD(1:10) =
                           WS-DRIVER-ENTRY(IDX)
                       MOVE 'Y' TO WS-DRIVER-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Ledger line layout per FT-CONSENT: id 1-10, no-email flag
      *    at byte 14, no-phone flag at byte 16; only customers whose
      *    flag at WS-CONSENT-FLAG-POS is set load here.
       LOAD-CONSENT-LEDGER.
           MOVE 0 TO WS-CONSENT-COUNT
           OPEN INPUT CONSENT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CONSENT-LEDGER-RECORD(
                                   WS-CONSENT-FLAG-POS:1) = 'Y' AND
                                   FUNCTION TRIM(
                                   CONSENT-LEDGER-RECORD(1:10))
                                   NOT = SPACES
               STRING "Bounced held   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ROLE-HELD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Role held      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DISPOSABLE-HELD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Disposable held: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-INACTIVE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Status held    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-DRIVER-FILENAME NOT = SPACES
                   MOVE WS-NOT-SELECTED-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Not selected   : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE
           END-IF.

      *    Phone pull: the EXTRACT= flow over the phone field (11-24
      *    of the store). The registry currency check comes first --
      *    a stale or absent registry stops the pull before anything
      *    is written.
       RUN-PHONE-EXTRACT-MODE.
           OPEN INPUT DNC-MASTER-FILE
           IF WS-DNC-STAT NOT = "00"
               DISPLAY "DNC registry master not readable. STATUS="
                   WS-DNC-STAT " FILE="
                   FUNCTION TRIM(WS-DNC-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-DNC-REGISTRY-CURRENCY
           IF RETURN-CODE = 12
               CLOSE DNC-MASTER-FILE
               GOBACK
           END-IF
           MOVE 16 TO WS-CONSENT-FLAG-POS
           PERFORM LOAD-CONSENT-LEDGER
           IF WS-DRIVER-FILENAME NOT = SPACES
               PERFORM LOAD-DRIVER-LIST
               IF WS-DRV-STAT NOT = "00"
                   CLOSE DNC-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF DRIVER-LIST-OVERFLOWED
                   CLOSE DNC-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT CONTACT-OUTPUT-FILE
           IF WS-OUT-STAT NOT = "00"
               DISPLAY "Failed to open contact store. STATUS="
                   WS-OUT-STAT " FILE="
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
               CLOSE DNC-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PHONE-EXTRACT-FILE
           IF WS-PHX-STAT NOT = "00"
               DISPLAY "Failed to open phone extract. STATUS="
                   WS-PHX-STAT
               CLOSE CONTACT-OUTPUT-FILE
               CLOSE DNC-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-NAME-MASTER-FILE
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT = "00"
               MOVE 'Y' TO WS-ZONE-LOOKUP-SW
           ELSE
               DISPLAY "Address master not readable - phones "
                   "extracted without time zone. STATUS=" WS-AMS-STAT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTACT-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EXTRACT-ONE-PHONE
               END-READ
           END-PERFORM

           CLOSE CONTACT-OUTPUT-FILE
           CLOSE PHONE-EXTRACT-FILE
           CLOSE DNC-MASTER-FILE
           IF STATUS-SCREEN-ON
               CLOSE NAME-MASTER-FILE
           END-IF
           IF ZONE-LOOKUP-ON
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           PERFORM WRITE-PHONE-EXTRACT-REPORT
           DISPLAY "FT-CONTACT phone extract: written="
               WS-WRITE-COUNT " consent-withheld="
               WS-CONSENT-SUPP-COUNT " dnc-withheld="
               WS-DNC-HELD-COUNT " no-time-zone="
               WS-NO-ZONE-COUNT
           GOBACK.

      *    Slot 1 of the master is FT-DNCLOAD's control record. Its
      *    as-of date must fall within the last 31 days of the run
      *    date; anything older, undated or from the future refuses.
       CHECK-DNC-REGISTRY-CURRENCY.
           MOVE 1 TO WS-DNC-RKEY
           READ DNC-MASTER-FILE
               INVALID KEY
                   DISPLAY "DNC registry master has no control "
                       "record. FILE=" FUNCTION TRIM(WS-DNC-FILENAME)
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE DNC-REGISTRY-DATE TO WS-DNC-AS-OF
                   MOVE DNC-LOADED-COUNT TO WS-DNC-LOADED
           END-READ
           IF RETURN-CODE NOT = 12
               IF DNC-PHONE-NUMBER NOT = '0000000000'
                       OR WS-DNC-AS-OF IS NOT NUMERIC
                   DISPLAY "DNC registry control record unreadable: "
                       DNC-MASTER-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   COMPUTE WS-DNC-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-RUN-DATE))
                     - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DNC-AS-OF))
                   IF WS-DNC-AGE-DAYS < 0
                           OR WS-DNC-AGE-DAYS > WS-DNC-MAX-AGE
                       DISPLAY "DNC registry as of " WS-DNC-AS-OF
                           " is outside the " WS-DNC-MAX-AGE
                           "-day refresh window; phone extract "
                           "refused"
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       EXTRACT-ONE-PHONE.
           PERFORM CHECK-DRIVER-SELECTION
           PERFORM CHECK-MASTER-STATUS
           IF NOT CUSTOMER-IS-SELECTED
               ADD 1 TO WS-NOT-SELECTED-COUNT
           ELSE
               IF CUSTOMER-IS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   IF FUNCTION TRIM(CONTACT-OUTPUT-RECORD(11:14))
                           = SPACES
                       ADD 1 TO WS-NO-PHONE-REC-COUNT
                   ELSE
                       PERFORM EXTRACT-ONE-PHONE-LINE
                   END-IF
               END-IF
           END-IF.

      *    A selected, active customer with a phone on file: the
      *    phone goes to the extract unless the consent ledger
      *    suppresses it or the number is on the do-not-call
      *    registry.
       EXTRACT-ONE-PHONE-LINE.
           MOVE 'N' TO WS-CONSENT-HIT-SW
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CONSENT-COUNT
               IF CONTACT-OUTPUT-RECORD(1:10) =
                       WS-CONSENT-ENTRY(IDX)
                   MOVE 'Y' TO WS-CONSENT-HIT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CUSTOMER-IS-NO-PHONE
               ADD 1 TO WS-CONSENT-SUPP-COUNT
           ELSE
               PERFORM PROBE-DNC-REGISTRY
               IF NUMBER-IS-ON-DNC
                   ADD 1 TO WS-DNC-HELD-COUNT
               ELSE
                   MOVE SPACES TO PHONE-EXTRACT-RECORD
                   MOVE CONTACT-OUTPUT-RECORD(1:10)
                       TO PHONE-EXTRACT-RECORD(1:10)
                   MOVE CONTACT-OUTPUT-RECORD(11:14)
                       TO PHONE-EXTRACT-RECORD(12:14)
                   PERFORM LOOK-UP-TIME-ZONE
                   WRITE PHONE-EXTRACT-RECORD
                   IF WS-PHX-STAT NOT = "00"
                       DISPLAY "Write error on phone extract. "
                           "STATUS=" WS-PHX-STAT
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-WRITE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    The customer's own address-master slot supplies the zone;
      *    a fold neighbor, an empty slot or an address not yet
      *    enriched leaves the fields blank and counts.
       LOOK-UP-TIME-ZONE.
           IF ZONE-LOOKUP-ON
               MOVE CONTACT-OUTPUT-RECORD(1:10) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               MOVE WS-MASTER-RKEY TO WS-ADDR-RKEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE ADDR-MST-TEXT(191:4)
                               TO PHONE-EXTRACT-RECORD(27:4)
                           MOVE ADDR-MST-TEXT(195:3)
                               TO PHONE-EXTRACT-RECORD(32:3)
                           MOVE ADDR-MST-TEXT(198:1)
                               TO PHONE-EXTRACT-RECORD(36:1)
                       END-IF
               END-READ
           END-IF
           IF PHONE-EXTRACT-RECORD(27:4) = SPACES
               ADD 1 TO WS-NO-ZONE-COUNT
           END-IF.

      *    Digits of the stored "(NNN) NNN-NNNN" phone, folded to
      *    FT-DNCLOAD's slot (2 + number MOD 999983) and stepped
      *    forward until the number is found or an empty slot ends
      *    the chain.
       PROBE-DNC-REGISTRY.
           MOVE 'N' TO WS-DNC-HIT-SW
           MOVE CONTACT-OUTPUT-RECORD(12:3) TO WS-DNC-NUMBER(1:3)
           MOVE CONTACT-OUTPUT-RECORD(17:3) TO WS-DNC-NUMBER(4:3)
           MOVE CONTACT-OUTPUT-RECORD(21:4) TO WS-DNC-NUMBER(7:4)
           IF WS-DNC-NUMBER IS NUMERIC
               MOVE WS-DNC-NUMBER TO WS-DNC-VALUE
               COMPUTE WS-DNC-RKEY =
                   FUNCTION MOD(WS-DNC-VALUE, 999983) + 2
               MOVE 'N' TO WS-DNC-PROBE-SW
               MOVE 0 TO WS-DNC-PROBE-COUNT
               PERFORM UNTIL DNC-PROBE-DONE
                       OR WS-DNC-PROBE-COUNT >= WS-DNC-PROBE-MAX
                   ADD 1 TO WS-DNC-PROBE-COUNT
                   READ DNC-MASTER-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-DNC-PROBE-SW
                       NOT INVALID KEY
                           IF DNC-PHONE-NUMBER = WS-DNC-NUMBER
                               MOVE 'Y' TO WS-DNC-HIT-SW
                               MOVE 'Y' TO WS-DNC-PROBE-SW
                           ELSE
                               ADD 1 TO WS-DNC-RKEY
                               IF WS-DNC-RKEY > 999984
                                   MOVE 2 TO WS-DNC-RKEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-PHONE-EXTRACT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
           ELSE
               MOVE "FT-CONTACT PHONE EXTRACT REPORT" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "DNC as-of      : " WS-DNC-AS-OF
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DNC-LOADED TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "DNC numbers    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-READ-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Records read   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-WRITE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Phones written : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CONSENT-SUPP-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Consent held   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DNC-HELD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "DNC held       : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-INACTIVE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Status held    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NO-PHONE-REC-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "No phone stored: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NO-ZONE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "No time zone   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-DRIVER-FILENAME NOT = SPACES
                   MOVE WS-NOT-SELECTED-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Not selected   : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE
           END-IF.

               IF WS-REJECT-REASON = SPACES AND WS-HAS-PHONE = 'Y'
                   PERFORM NORMALIZE-PHONE-NUMBER
               END-IF
               IF WS-REJECT-REASON = SPACES AND WS-HAS-PHONE = 'Y'
                       AND WS-PLAN-COUNT > 0
                   PERFORM SCREEN-PHONE-AGAINST-PLAN
               END-IF
               IF WS-REJECT-REASON = SPACES AND WS-HAS-EMAIL = 'Y'
                   PERFORM VALIDATE-EMAIL-ADDRESS
               END-IF
               IF WS-REJECT-REASON = SPACES AND WS-HAS-EMAIL = 'Y'
                       AND WS-DOMAIN-COUNT > 0
                   PERFORM CHECK-EMAIL-DOMAIN-TABLE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO CONTACT-OUTPUT-RECORD
               MOVE WS-PHONE-FORMATTED
                   TO CONTACT-OUTPUT-RECORD(11:14)
               MOVE WS-EMAIL-TEXT TO CONTACT-OUTPUT-RECORD(25:80)
               MOVE WS-EMAIL-CLASS TO CONTACT-OUTPUT-RECORD(114:1)
               MOVE WS-PLAN-CLASS TO CONTACT-OUTPUT-RECORD(115:1)
               IF WS-PLAN-NPA-STATE NOT = SPACES
                       AND WS-PHONE-ADDR-STATE NOT = SPACES
                       AND WS-PLAN-NPA-STATE NOT = WS-PHONE-ADDR-STATE
                   MOVE 'M' TO CONTACT-OUTPUT-RECORD(116:1)
                   ADD 1 TO WS-STATE-MISMATCH-COUNT
               END-IF
               MOVE WS-PLAN-NPA-STATE TO CONTACT-OUTPUT-RECORD(117:2)
               MOVE WS-PHONE-ADDR-STATE
                   TO CONTACT-OUTPUT-RECORD(119:2)
               PERFORM CARRY-FORWARD-BOUNCE-FLAG
               WRITE CONTACT-OUTPUT-RECORD
               IF WS-OUT-STAT NOT = "00"
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-WRITE-COUNT
                   IF WS-EMAIL-RAW NOT = SPACES
                       PERFORM WRITE-EMAIL-REPAIR-AUDIT
                   END-IF
                   PERFORM WRITE-CONTACT-INDEX-ENTRIES
                   PERFORM WRITE-CONTACT-CHANGE-LINES
                   MOVE SPACES TO WS-USAGE-RECORD
                   MOVE 'FT-CONTACT' TO USAGE-PROGRAM
                   MOVE 'CONTCLN' TO USAGE-VOLUME
                   MOVE CONTACT-OUTPUT-RECORD(1:10) TO USAGE-CUST-ID
                   MOVE 1 TO USAGE-COUNT
                   MOVE 'T' TO WS-USAGE-FUNC
                   CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

      *    One index line for the stored phone, one for the stored
      *    email -- whichever the record carries.
       WRITE-CONTACT-INDEX-ENTRIES.
           IF WS-CIX-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-PHONE = 'Y'
               MOVE SPACES TO CONTACT-INDEX-RECORD
               MOVE 'P' TO CONTACT-INDEX-RECORD(1:1)
               MOVE WS-PHONE-DIGITS(1:10) TO CONTACT-INDEX-RECORD(3:10)
               MOVE CONTACT-OUTPUT-RECORD(1:10)
                   TO CONTACT-INDEX-RECORD(84:10)
               WRITE CONTACT-INDEX-RECORD
               IF WS-CIX-STAT = "00"
                   ADD 1 TO WS-INDEXED-COUNT
               END-IF
           END-IF
           IF WS-HAS-EMAIL = 'Y' AND WS-CIX-STAT = "00"
               MOVE SPACES TO CONTACT-INDEX-RECORD
               MOVE 'E' TO CONTACT-INDEX-RECORD(1:1)
               MOVE WS-EMAIL-TEXT TO CONTACT-INDEX-RECORD(3:80)
               MOVE CONTACT-OUTPUT-RECORD(1:10)
                   TO CONTACT-INDEX-RECORD(84:10)
               WRITE CONTACT-INDEX-RECORD
               IF WS-CIX-STAT = "00"
                   ADD 1 TO WS-INDEXED-COUNT
               END-IF
           END-IF
           IF WS-CIX-STAT NOT = "00"
               DISPLAY "Write error on contact search index. STATUS="
                   WS-CIX-STAT
           END-IF.

      *    Compared with the customer's prior-store entry (located by
      *    CARRY-FORWARD-BOUNCE-FLAG); a customer new to the store
      *    has nothing to change from.
       WRITE-CONTACT-CHANGE-LINES.
           IF WS-PRIOR-HIT-IDX = 0 OR WS-CCH-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF CONTACT-OUTPUT-RECORD(11:14) NOT =
                   WS-PRIOR-PHONE(WS-PRIOR-HIT-IDX)
               MOVE SPACES TO CONTACT-CHANGES-RECORD
               MOVE CONTACT-OUTPUT-RECORD(1:10)
                   TO CONTACT-CHANGES-RECORD(1:10)
               MOVE WS-RUN-DATE TO CONTACT-CHANGES-RECORD(12:8)
               MOVE 'P' TO CONTACT-CHANGES-RECORD(21:1)
               MOVE WS-PRIOR-PHONE(WS-PRIOR-HIT-IDX)
                   TO CONTACT-CHANGES-RECORD(23:14)
               MOVE CONTACT-OUTPUT-RECORD(11:14)
                   TO CONTACT-CHANGES-RECORD(104:14)
               WRITE CONTACT-CHANGES-RECORD
               IF WS-CCH-STAT = "00"
                   ADD 1 TO WS-CONTACT-CHG-COUNT
               END-IF
           END-IF
           IF CONTACT-OUTPUT-RECORD(25:80) NOT =
                   WS-PRIOR-EMAIL(WS-PRIOR-HIT-IDX)
                   AND WS-CCH-STAT = "00"
               MOVE SPACES TO CONTACT-CHANGES-RECORD
               MOVE CONTACT-OUTPUT-RECORD(1:10)
                   TO CONTACT-CHANGES-RECORD(1:10)
               MOVE WS-RUN-DATE TO CONTACT-CHANGES-RECORD(12:8)
               MOVE 'E' TO CONTACT-CHANGES-RECORD(21:1)
               MOVE WS-PRIOR-EMAIL(WS-PRIOR-HIT-IDX)
                   TO CONTACT-CHANGES-RECORD(23:80)
               MOVE CONTACT-OUTPUT-RECORD(25:80)
                   TO CONTACT-CHANGES-RECORD(104:80)
               WRITE CONTACT-CHANGES-RECORD
               IF WS-CCH-STAT = "00"
                   ADD 1 TO WS-CONTACT-CHG-COUNT
               END-IF
           END-IF
           IF WS-CCH-STAT NOT = "00"
               DISPLAY "Write error on contact changes. STATUS="
                   WS-CCH-STAT
           END-IF.

      *    A customer the prior store flagged bounced stays flagged
      *    when tonight's feed repeats the same dead address; a
      *    fresh, different email resurrects them (and is counted).
               END-IF
           END-IF.

      *    The prior store's id/email/flag entries (with the phone,
      *    for the change history), loaded before the full-refresh
      *    truncates the file.
       LOAD-PRIOR-CONTACT-FLAGS.
           MOVE 0 TO WS-PRIOR-COUNT
           OPEN INPUT CONTACT-OUTPUT-FILE
                                   TO WS-PRIOR-FLAG(WS-PRIOR-COUNT)
                               MOVE CONTACT-OUTPUT-RECORD(106:8)
                                   TO WS-PRIOR-DATE(WS-PRIOR-COUNT)
                               MOVE CONTACT-OUTPUT-RECORD(11:14)
                                   TO WS-PRIOR-PHONE(WS-PRIOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
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
                   END-STRING
           END-EVALUATE.

      *    A number the plan does not pass rejects under the plan's
      *    own reason; a geographic one picks up the state on the
      *    customer's address master record for comparison.
       SCREEN-PHONE-AGAINST-PLAN.
           PERFORM CHECK-PHONE-NUMBERING-PLAN
           EVALUATE WS-PLAN-REASON
               WHEN SPACES
                   CONTINUE
               WHEN "N11 SERVICE CODE"
                   ADD 1 TO WS-N11-COUNT
               WHEN "FICTIONAL 555 NUMBER"
                   ADD 1 TO WS-FICTIONAL-COUNT
               WHEN "PREMIUM RATE NUMBER"
                   ADD 1 TO WS-PREMIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNASSIGNED-COUNT
           END-EVALUATE
           IF WS-PLAN-REASON NOT = SPACES
               MOVE WS-PLAN-REASON TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-CLASS = 'T'
               ADD 1 TO WS-TOLL-FREE-COUNT
           END-IF
           IF WS-PLAN-NPA-STATE NOT = SPACES AND STATE-LOOKUP-ON
               MOVE CONTACT-INPUT-RECORD(1:10) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               MOVE WS-MASTER-RKEY TO WS-ADDR-RKEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
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
                   ADD 1 TO WS-DOM-HITS(WS-DOMAIN-IDX)
                   ADD 1 TO WS-DOMAIN-REPAIR-COUNT
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
                   ADD 1 TO WS-DOM-HITS(WS-DOMAIN-IDX)
                   ADD 1 TO WS-DISPOSABLE-COUNT
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
                       ADD 1 TO WS-DOM-HITS(WS-DOMAIN-IDX)
                       ADD 1 TO WS-ROLE-COUNT
                       MOVE 'R' TO WS-EMAIL-CLASS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Same chained line FT-NAME writes, so FT-AUDITQ and
      *    FT-AUDVERIFY read it with the rest of the trail.
       WRITE-EMAIL-REPAIR-AUDIT.
           IF WS-AUD-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                   " RUN=" WS-RUN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CONTACT-OUTPUT-RECORD(1:10) DELIMITED BY SIZE
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

      *    "KEYWORD value [value]" lines; anything else is ignored so
      *    the table can carry comments. An absent table leaves the
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
               TO WS-DOM-TO(WS-DOMAIN-COUNT)
           MOVE 0 TO WS-DOM-HITS(WS-DOMAIN-COUNT).

      *    An absent reference leaves the table empty and the plan
      *    checks off.
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

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-INDEXED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Index entries  : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-CONTACT-CHG-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Contact changes: " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-DOMAIN-REPAIR-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Domain repairs : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-ROLE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Role accounts  : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-DISPOSABLE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Disposable     : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                   UNTIL WS-DOMAIN-IDX > WS-DOMAIN-COUNT
               IF WS-DOM-HITS(WS-DOMAIN-IDX) > 0
                   PERFORM WRITE-DOMAIN-HIT-LINE
               END-IF
           END-PERFORM

           IF WS-PLAN-COUNT > 0
               PERFORM WRITE-NUMBERING-PLAN-LINES
           END-IF

           CLOSE REPORT-FILE.

       WRITE-NUMBERING-PLAN-LINES.
           MOVE WS-UNASSIGNED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Unassigned     : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-N11-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "N11 codes      : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-FICTIONAL-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Fictional 555  : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-PREMIUM-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Premium rate   : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-TOLL-FREE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Toll-free      : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-STATE-MISMATCH-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Area code state: " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    One line per table entry that fired this run.
       WRITE-DOMAIN-HIT-LINE.
           MOVE WS-DOM-HITS(WS-DOMAIN-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           EVALUATE WS-DOM-KIND(WS-DOMAIN-IDX)
               WHEN 'T'
                   STRING "  repaired   " WS-NUM-EDIT "  "
                           FUNCTION TRIM(WS-DOM-FROM(WS-DOMAIN-IDX))
                           " -> "
                           FUNCTION TRIM(WS-DOM-TO(WS-DOMAIN-IDX))
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN 'R'
                   STRING "  role       " WS-NUM-EDIT "  "
                           FUNCTION TRIM(WS-DOM-FROM(WS-DOMAIN-IDX))
                           "@"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "  disposable " WS-NUM-EDIT "  @"
                           FUNCTION TRIM(WS-DOM-FROM(WS-DOMAIN-IDX))
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD.

      *    The keyword list outgrew the one-paragraph-per-token
      *    scheme; tokens now feed the same APPLY-ONE-PARM-KEYWORD
      *    dispatcher convention FT-NAME and FT-ADDRESS use.
       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
                       WS-PARM-TOKEN-7 WS-PARM-TOKEN-8
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-5) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-6) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-7) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-8) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94) TO WS-INPUT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'OUTPUT='
                       MOVE WS-PARM-WORK(8:93) TO WS-OUTPUT-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'EXTRACT='
                       MOVE WS-PARM-WORK(9:92) TO WS-EXTRACT-FILENAME
                       MOVE 'Y' TO WS-EXTRACT-SWITCH
                   WHEN WS-PARM-WORK(1:8) = 'BOUNCES='
                       MOVE WS-PARM-WORK(9:92) TO WS-BOUNCES-FILENAME
                       MOVE 'Y' TO WS-BOUNCE-MODE-SW
                   WHEN WS-PARM-WORK(1:7) = 'DRIVER='
                       MOVE WS-PARM-WORK(8:93) TO WS-DRIVER-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'PHONES='
                       MOVE WS-PARM-WORK(8:93) TO WS-PHONES-FILENAME
                       MOVE 'Y' TO WS-PHONE-EXTRACT-SW
                   WHEN WS-PARM-WORK(1:4) = 'DNC='
                       MOVE WS-PARM-WORK(5:96) TO WS-DNC-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'ADDRMASTER='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-ADDR-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'CONTACTIDX='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-CONTACT-IDX-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'CONTACTCHG='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-CONTACT-CHG-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'DOMAINS='
                       MOVE WS-PARM-WORK(9:92) TO WS-DOMAIN-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'AUDIT='
                       MOVE WS-PARM-WORK(7:94) TO WS-AUDIT-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'NANPPLAN='
                       MOVE WS-PARM-WORK(10:91) TO WS-NANP-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CONTACT.
