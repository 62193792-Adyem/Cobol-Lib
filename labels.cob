      *    NAME-RECORD fields, then the address lines), and reports
      *    unmatched ids from either side separately so operations
      *    can see which feed was short.
      *    Every released label is recorded on the customer contact
      *    history through CONTACTLG under the run's campaign code
      *    (CAMPAIGN= PARM, default GENERAL), and a label the
      *    contact_frequency.ctl policy caps is held and counted
      *    beside the consent and deceased suppressions.
      *    ADDRESSEE=HOUSEHOLD addresses each household head's label
      *    to the whole household from FT-HHOLD's addressee file
      *    ("John and Mary Smith", "The Smith Family"); run with
      *    FT-HHOLD's suppression feed as SUPPRESS= so the other
      *    members get no piece of their own.
      *    The name master's lifecycle status screens every matched
      *    pair: a customer carried as deceased, closed, pending
      *    purge or retired gets no label, counted as status held.
      *    PO box, rural route, general-delivery and military
      *    addresses (FT-ADDRESS's ADDR-TYPE-CODE) print in their own
      *    postal block forms -- no house number, and "APO AE 09021"
      *    for the military city line.
      *    A customer's seasonal, billing or temporary address
      *    (FT-ADDRESS's ALTADDR= mode) replaces the primary on the
      *    label when ADDRALT says it is in effect on the mail date
      *    (MAILDATE= PARM, YYYYMMDD, default today); billing
      *    addresses are used only on a MAILCLASS=BILLING run. The
      *    undeliverable hold then judges the alternate's own
      *    return-mail mark, and the keyed line records which
      *    address each label went to.
      *    The deceased screen also tries each of the customer's
      *    alternate names (NAMEALIAS -- maiden, former, known-as,
      *    alternate spelling); a hit through one is marked with its
      *    alias type on the suppression report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-SUPPRESS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPL-STAT.
      *    Optional campaign driver (DRIVER= PARM): FT-LISTPULL's
      *    selected-id file, ids in the leading 10 bytes. When given,
      *    only the listed customers are labeled; the rest of the
      *    matched pairs are counted as not selected.
           SELECT DRIVER-FILE ASSIGN TO DYNAMIC WS-DRIVER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STAT.
      *    FT-MERGE's retired-id-to-survivor cross-reference, loaded
      *    when present: a clean-file record still carrying a retired
      *    id must not produce a second label for a customer whose
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-SUPMASTER-RKEY
               FILE STATUS IS WS-SUPM-STAT.
      *    FT-NAME's keyed name master, probed by id for the
      *    customer's lifecycle status. Same RELATIVE declaration
      *    and key fold as the master's writers; an absent master
      *    leaves the status screen off.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT SUPPRESSION-REPORT-FILE ASSIGN TO DYNAMIC
               WS-SUPRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
      *    of the same three block lines, for consumers like the
      *    FT-LETTER merge that need to join the block back to a
      *    customer -- the print stream itself carries no ids.
      *    Layout: id 1-10, name line 12-91, street line 93-172,
      *    city line 174-253, mail date 255-262, ALT-ADDRESS-KEY of
      *    the alternate the block was built from 264-273 (blank for
      *    the primary address).
           SELECT KEYED-LABELS-FILE ASSIGN TO DYNAMIC
               WS-KEYED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               WS-JOINT-LINKS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLK-STAT.
      *    FT-HHOLD's household addressee lines (HHADDR= PARM),
      *    loaded in ADDRESSEE=HOUSEHOLD mode: head id 1-10, joint
      *    name line 27-106.
           SELECT HH-ADDRESSEE-FILE ASSIGN TO DYNAMIC
               WS-HHADDR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHA-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESS-LIST-FILE.
       01  SUPPRESS-LIST-RECORD     PIC X(30).

       FD  DRIVER-FILE.
       01  DRIVER-RECORD            PIC X(30).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD        PIC X(40).

           05  SUP-TYPE-CODE        PIC X(1).
           05  SUP-LOAD-DATE        PIC X(8).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  SUPPRESSION-REPORT-FILE.
       01  SUPPRESSION-REPORT-RECORD PIC X(120).

      *    Keyed line layout: 1-10 id, 12-91 name line, 93-172 street
      *    line, 174-253 city/state/ZIP line.
       FD  KEYED-LABELS-FILE.
       01  KEYED-LABELS-RECORD      PIC X(273).

       FD  LABEL-FORMATS-FILE.
       01  LABEL-FORMATS-RECORD     PIC X(80).
       FD  JOINT-LINKS-FILE.
       01  JOINT-LINKS-RECORD       PIC X(40).

       FD  HH-ADDRESSEE-FILE.
       01  HH-ADDRESSEE-RECORD      PIC X(268).

       WORKING-STORAGE SECTION.
       77  WS-NAM-STAT      PIC XX VALUE SPACES.
       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-LBL-STAT      PIC XX VALUE SPACES.
       77  WS-UNM-STAT      PIC XX VALUE SPACES.
       77  WS-SUPL-STAT     PIC XX VALUE SPACES.
       77  WS-DRV-STAT      PIC XX VALUE SPACES.
       77  WS-MXR-STAT      PIC XX VALUE SPACES.
       77  WS-SUPM-STAT     PIC XX VALUE SPACES.
       77  WS-SUPR-STAT     PIC XX VALUE SPACES.
       77  WS-KEY-STAT      PIC XX VALUE SPACES.
       77  WS-FMT-STAT      PIC XX VALUE SPACES.
       77  WS-JLK-STAT      PIC XX VALUE SPACES.
       77  WS-HHA-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.
       77  WS-TOK-IDX       PIC 9(4) COMP.

       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-8      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-9      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-10     PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-SUPPRESS-TABLE.
           05  WS-SUPPRESS-ENTRY OCCURS 10000 TIMES PIC X(10).

      *    Campaign driver state -- see the DRIVER-FILE SELECT note.
       01  WS-DRIVER-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-DRIVER-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-DRIVER-MAX        PIC 9(5) COMP VALUE 20000.
       01  WS-DRIVER-FULL-SW    PIC X VALUE 'N'.
           88  DRIVER-LIST-OVERFLOWED VALUE 'Y'.
       01  WS-NOT-SELECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-DRIVER-HIT-SW     PIC X VALUE 'Y'.
           88  LABEL-IS-SELECTED    VALUE 'Y'.
       01  WS-DRIVER-TABLE.
           05  WS-DRIVER-ENTRY OCCURS 20000 TIMES PIC X(10).

      *    Retired ids from the merge xref -- see the MERGE-XREF-FILE
      *    SELECT note. Absent file just means no merges yet.
       01  WS-MERGE-XREF-FILENAME PIC X(100)
       01  WS-RETIRED-TABLE.
           05  WS-RETIRED-ENTRY OCCURS 5000 TIMES PIC X(10).

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
           88  LABEL-IS-INACTIVE    VALUE 'Y'.
       01  WS-INACTIVE-COUNT    PIC 9(9) VALUE 0.

      *    Deceased/do-not-mail screening state -- see the
      *    SUPPRESS-MASTER-FILE SELECT note. The master's occupied
      *    slots load into this table once; an absent master just
           88  LABEL-IS-DECEASED    VALUE 'Y'.
       01  WS-DEC-CONFIDENCE    PIC X(6) VALUE SPACES.
       01  WS-DEC-MATCH-IDX     PIC 9(5) COMP VALUE 0.
      *    One pass of the table against the fold fields leaves its
      *    best entry here; the primary name's pass and each alternate
      *    name's pass then decide whether it beats the hit so far.
      *    The alias type is blank when the customer's own name hit.
       01  WS-DEC-CAND-CONF     PIC X(6) VALUE SPACES.
       01  WS-DEC-CAND-IDX      PIC 9(5) COMP VALUE 0.
       01  WS-DEC-ALIAS-TYPE    PIC X VALUE SPACE.
       01  WS-DEC-ALIAS-TAG     PIC X(8) VALUE SPACES.
       01  WS-DEC-ALIAS-COUNT   PIC 9(9) VALUE 0.
       01  WS-LBL-LAST-FOLD     PIC X(30) VALUE SPACES.
       01  WS-LBL-FIRST-FOLD    PIC X(20) VALUE SPACES.
       01  WS-LBL-ZIP           PIC X(5) VALUE SPACES.
       01  WS-CONSENT-TABLE.
           05  WS-CONSENT-ENTRY OCCURS 20000 TIMES PIC X(10).

      *    Contact history and frequency cap -- see CONTACTLG.
       01  WS-CONTACT-FUNC      PIC X VALUE SPACE.
       01  WS-CAMPAIGN-CODE     PIC X(10) VALUE 'GENERAL'.
       01  WS-CONTACT-CHANNEL   PIC X(8) VALUE 'LABEL'.
       01  WS-CONTACT-PROGRAM   PIC X(12) VALUE 'FT-LABELS'.
       01  WS-CONTACT-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-CONTACT-RESULT    PIC X VALUE SPACE.
           88  LABEL-IS-CAPPED      VALUE 'H'.
           88  LABEL-ALREADY-LOGGED VALUE 'S'.
       01  WS-FREQ-CAP-COUNT    PIC 9(9) VALUE 0.

      *    Pieces produced, by the customer's company on the name
      *    master, for the month-end chargeback (see CHGUSAGE).
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

      *    Keyed-output state -- see the KEYED-LABELS-FILE SELECT
      *    note. The three block lines are held aside as they are
      *    built so the keyed line can carry them verbatim.
       01  WS-FMT-TOKEN OCCURS 5 TIMES PIC X(40).
       01  WS-DOMESTIC-COUNT    PIC 9(9) VALUE 0.
       01  WS-LABEL-COUNTRY     PIC X(2) VALUE SPACES.
      *    ADDR-TYPE-CODE (record offset 165) picks the block
      *    layout for the non-street postal forms; blank is street.
       01  WS-LABEL-ADDR-TYPE   PIC X VALUE SPACE.
           88  LABEL-STREET-ADDRESS    VALUE 'S' ' '.
           88  LABEL-MILITARY-ADDRESS  VALUE 'M'.
      *    FT-NIXIE's undeliverable mark (ADDR-UNDELIV-CODE at
      *    record offset 155): a marked address gets no label until
      *    FT-ADDRESS writes a newer one, which arrives unmarked.
       01  WS-UNDELIV-COUNT     PIC 9(9) VALUE 0.

      *    Alternate-address state -- see ADDRALT. The mail date
      *    defaults to the run date once the parameters are read.
       01  WS-ALT-FUNC          PIC X VALUE SPACE.
       01  WS-MAIL-DATE         PIC X(8) VALUE SPACES.
       01  WS-MAIL-CLASS        PIC X(10) VALUE 'GENERAL'.
           88  BILLING-MAIL         VALUE 'BILLING'.
       01  WS-ALT-MAIL-CLASS    PIC X VALUE SPACE.
       01  WS-ALT-ADDRESS-KEY   PIC X(10) VALUE SPACES.
       01  WS-ALT-ADDRESS-TEXT  PIC X(246) VALUE SPACES.
       01  WS-ALT-FOUND-SW      PIC X VALUE 'N'.
           88  ALTERNATE-IN-EFFECT  VALUE 'Y'.
       01  WS-ALT-USED-COUNT    PIC 9(9) VALUE 0.

      *    Alternate-name state -- see NAMEALIAS. The deceased screen
      *    walks a customer's maiden, former, known-as and spelling
      *    names with the cursor.
       01  WS-ALIAS-FUNC        PIC X VALUE SPACE.
       01  WS-ALIAS-CURSOR      PIC 9(5) VALUE 0.
       01  WS-ALIAS-FOUND-SW    PIC X VALUE 'N'.
           88  ALIAS-WAS-FOUND      VALUE 'Y'.
       01  WS-ALIAS-LINE.
           COPY "ALIAS-RECORD.cpy".

      *    Joint-link state -- see the JOINT-LINKS-FILE SELECT note.
      *    The secondary's display name is captured as their clean
      *    record streams past the release pass.
               10  WS-JNT-SECONDARY PIC X(10).
               10  WS-JNT-NAME      PIC X(80).

      *    Household addressing state -- see the HH-ADDRESSEE-FILE
      *    SELECT note. A head not on the file (a household of one)
      *    keeps the individual name line.
       01  WS-ADDRESSEE-MODE    PIC X(10) VALUE 'INDIVIDUAL'.
           88  HOUSEHOLD-ADDRESSING VALUE 'HOUSEHOLD'.
       01  WS-HHADDR-FILENAME   PIC X(100)
                                VALUE 'household_addressee.txt'.
       01  WS-HHADDR-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-HHADDR-MAX        PIC 9(5) COMP VALUE 10000.
       01  WS-HHADDR-HIT-IDX    PIC 9(5) COMP VALUE 0.
       01  WS-HHADDR-USED-COUNT PIC 9(9) VALUE 0.
       01  WS-HHADDR-TABLE.
           05  WS-HHADDR-ENTRY OCCURS 10000 TIMES.
               10  WS-HHA-HEAD-ID   PIC X(10).
               10  WS-HHA-NAME-LINE PIC X(80).

      *    Matched-read state over the two sorted scratch sides.
       01  WS-NAME-EOF-SWITCH   PIC X VALUE 'N'.
           88  NAME-SIDE-DONE       VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CONTACT-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           IF WS-MAIL-DATE = SPACES
               MOVE WS-CONTACT-RUN-ID(1:8) TO WS-MAIL-DATE
           END-IF
           IF WS-MAIL-DATE IS NOT NUMERIC
               DISPLAY "MAILDATE= must be YYYYMMDD: " WS-MAIL-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'G' TO WS-ALT-MAIL-CLASS
           IF BILLING-MAIL
               MOVE 'B' TO WS-ALT-MAIL-CLASS
           END-IF
           IF WS-SUPPRESS-FILENAME NOT = SPACES
               PERFORM LOAD-SUPPRESS-LIST
           END-IF
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
           PERFORM LOAD-MERGE-XREF
           PERFORM LOAD-SUPPRESSION-MASTER
           PERFORM LOAD-CONSENT-LEDGER
           PERFORM OPEN-NAME-MASTER-FILE
           PERFORM LOAD-LABEL-FORMATS
           PERFORM LOAD-JOINT-LINKS
           IF HOUSEHOLD-ADDRESSING
               PERFORM LOAD-HOUSEHOLD-ADDRESSEES
           END-IF
           PERFORM SORT-BOTH-INPUT-FILES

           OPEN OUTPUT LABELS-FILE
           IF WS-DECEASED-COUNT > 0 AND WS-SUPR-STAT = "00"
               CLOSE SUPPRESSION-REPORT-FILE
           END-IF
           IF STATUS-SCREEN-ON
               CLOSE NAME-MASTER-FILE
           END-IF
           MOVE 'E' TO WS-CONTACT-FUNC
           PERFORM CALL-CONTACT-LEDGER
           PERFORM FLUSH-PIECE-USAGE
           MOVE 'E' TO WS-ALT-FUNC
           PERFORM CALL-ADDRESS-ALTERNATES
           MOVE 'E' TO WS-ALIAS-FUNC
           PERFORM CALL-NAME-ALIASES
           CALL "CBL_DELETE_FILE" USING WS-NAMES-SORTED-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-ADDRS-SORTED-FILENAME

               " Name-only=" WS-NAME-ONLY-COUNT
               " Address-only=" WS-ADDR-ONLY-COUNT
               " Suppressed=" WS-SUPPRESSED-COUNT
               " Freq-capped=" WS-FREQ-CAP-COUNT
           GOBACK.

      *    One id per line in the leading 10 bytes; capped like the
               CLOSE SUPPRESS-LIST-FILE
           END-IF.

      *    A driver that cannot be read stops the run: labeling the
      *    whole file in its place would be a mass mis-mailing. A
      *    driver longer than the table stops it too (RC 8): a
      *    silently shortened campaign is no better.
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
                   IF LABEL-CUST-ID = WS-DRIVER-ENTRY(IDX)
                       MOVE 'Y' TO WS-DRIVER-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-LABEL-SUPPRESSION.
           MOVE 'N' TO WS-SUPPRESS-HIT-SW
           PERFORM VARYING IDX FROM 1 BY 1
               MOVE 'N' TO WS-EOF-SWITCH
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
               MOVE LABEL-CUST-ID TO WS-LOOKUP-CUST-ID
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

       CHECK-RETIRED-ID.
           MOVE 'N' TO WS-RETIRED-HIT-SW
           PERFORM VARYING IDX FROM 1 BY 1
      *    FIRST-NAME upper-cased into the master's fixed 30/20
      *    columns, the ZIP from the address side. Full three-field
      *    equality is a HIGH-confidence hit; surname and ZIP with a
      *    matching first initial is MEDIUM. Short of a HIGH hit on
      *    the customer's own name, each alternate name on file is
      *    screened the same way against the same ZIP -- the bought
      *    lists still carry a widow's maiden name for years. An
      *    alias hit is taken when it is HIGH or nothing hit before.
       CHECK-DECEASED-SUPPRESSION.
           MOVE 'N' TO WS-DEC-HIT-SW
           MOVE SPACE TO WS-DEC-ALIAS-TYPE
           IF WS-DECEASED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(LAST-NAME(1:30))
               TO WS-LBL-LAST-FOLD
           MOVE FUNCTION UPPER-CASE(FIRST-NAME(1:20))
               TO WS-LBL-FIRST-FOLD
           MOVE ADDRS-SORTED-RECORD(143:5) TO WS-LBL-ZIP
           PERFORM MATCH-DECEASED-NAME
           IF WS-DEC-CAND-CONF NOT = SPACES
               MOVE 'Y' TO WS-DEC-HIT-SW
               MOVE WS-DEC-CAND-CONF TO WS-DEC-CONFIDENCE
               MOVE WS-DEC-CAND-IDX TO WS-DEC-MATCH-IDX
           END-IF
           MOVE 0 TO WS-ALIAS-CURSOR
           MOVE 'Y' TO WS-ALIAS-FOUND-SW
           PERFORM UNTIL NOT ALIAS-WAS-FOUND
                   OR (LABEL-IS-DECEASED AND WS-DEC-CONFIDENCE = 'HIGH')
               MOVE 'N' TO WS-ALIAS-FUNC
               PERFORM CALL-NAME-ALIASES
               IF ALIAS-WAS-FOUND
                   PERFORM CHECK-DECEASED-ALIAS
               END-IF
           END-PERFORM.

       CHECK-DECEASED-ALIAS.
           MOVE FUNCTION UPPER-CASE(ALIAS-LAST-NAME(1:30))
               TO WS-LBL-LAST-FOLD
           MOVE FUNCTION UPPER-CASE(ALIAS-FIRST-NAME(1:20))
               TO WS-LBL-FIRST-FOLD
           PERFORM MATCH-DECEASED-NAME
           IF WS-DEC-CAND-CONF = 'HIGH'
                   OR (WS-DEC-CAND-CONF NOT = SPACES
                       AND NOT LABEL-IS-DECEASED)
               MOVE 'Y' TO WS-DEC-HIT-SW
               MOVE WS-DEC-CAND-CONF TO WS-DEC-CONFIDENCE
               MOVE WS-DEC-CAND-IDX TO WS-DEC-MATCH-IDX
               MOVE ALIAS-TYPE TO WS-DEC-ALIAS-TYPE
           END-IF.

       MATCH-DECEASED-NAME.
           MOVE SPACES TO WS-DEC-CAND-CONF
           MOVE 0 TO WS-DEC-CAND-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-DECEASED-COUNT
               IF WS-LBL-LAST-FOLD = WS-DEC-LAST(IDX) AND
                       WS-LBL-ZIP = WS-DEC-ZIP(IDX)
                   IF WS-LBL-FIRST-FOLD = WS-DEC-FIRST(IDX)
                       MOVE 'HIGH' TO WS-DEC-CAND-CONF
                       MOVE IDX TO WS-DEC-CAND-IDX
                       EXIT PERFORM
                   END-IF
                   IF WS-LBL-FIRST-FOLD(1:1) =
                           WS-DEC-FIRST(IDX)(1:1)
                       MOVE 'MEDIUM' TO WS-DEC-CAND-CONF
                       MOVE IDX TO WS-DEC-CAND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CALL-NAME-ALIASES.
           CALL 'NAMEALIAS' USING WS-ALIAS-FUNC LABEL-CUST-ID
               WS-MAIL-DATE WS-ALIAS-CURSOR WS-ALIAS-LINE
               WS-ALIAS-FOUND-SW.

       REPORT-DECEASED-MATCH.
           IF WS-DEC-CONFIDENCE = 'HIGH'
               ADD 1 TO WS-DEC-HIGH-COUNT
           ELSE
               ADD 1 TO WS-DEC-MEDIUM-COUNT
           END-IF
           IF WS-DEC-ALIAS-TYPE NOT = SPACE
               ADD 1 TO WS-DEC-ALIAS-COUNT
           END-IF
           MOVE SPACES TO WS-DEC-ALIAS-TAG
           IF WS-DEC-ALIAS-TYPE NOT = SPACE
               STRING " ALIAS=" WS-DEC-ALIAS-TYPE DELIMITED BY SIZE
                   INTO WS-DEC-ALIAS-TAG
               END-STRING
           END-IF
           IF WS-SUPR-STAT = "00"
               MOVE SPACES TO SUPPRESSION-REPORT-RECORD
               STRING LABEL-CUST-ID DELIMITED BY SIZE
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-DEC-ZIP(WS-DEC-MATCH-IDX) DELIMITED BY SIZE
                       WS-DEC-ALIAS-TAG DELIMITED BY SIZE
                   INTO SUPPRESSION-REPORT-RECORD
               END-STRING
               WRITE SUPPRESSION-REPORT-RECORD
                       PERFORM REPORT-ADDRESS-ONLY
                       PERFORM READ-NEXT-ADDRESS
                   WHEN OTHER
                       PERFORM CHECK-DRIVER-SELECTION
                       PERFORM CHECK-LABEL-SUPPRESSION
                       PERFORM CHECK-RETIRED-ID
                       PERFORM CHECK-DECEASED-SUPPRESSION
                       PERFORM CHECK-CONSENT-NO-MAIL
                       PERFORM CHECK-MASTER-STATUS
                       PERFORM APPLY-ALTERNATE-ADDRESS
                       EVALUATE TRUE
                           WHEN NOT LABEL-IS-SELECTED
                               ADD 1 TO WS-NOT-SELECTED-COUNT
                           WHEN LABEL-ID-RETIRED
                               ADD 1 TO WS-MERGED-AWAY-COUNT
                           WHEN LABEL-IS-INACTIVE
                               ADD 1 TO WS-INACTIVE-COUNT
                           WHEN ADDRS-SORTED-RECORD(155:2)
                                   NOT = SPACES
                               ADD 1 TO WS-UNDELIV-COUNT
                           WHEN LABEL-IS-DECEASED
                               PERFORM REPORT-DECEASED-MATCH
                           WHEN OTHER
                               PERFORM RELEASE-ONE-LABEL
                       END-EVALUATE
                       PERFORM READ-NEXT-NAME
                       PERFORM READ-NEXT-ADDRESS
               CLOSE ADDRS-SORTED-FILE
           END-IF.

      *    The frequency cap is judged last, so a customer already
      *    suppressed for another reason is not counted against it.
       RELEASE-ONE-LABEL.
           MOVE 'C' TO WS-CONTACT-FUNC
           PERFORM CALL-CONTACT-LEDGER
           IF LABEL-IS-CAPPED
               ADD 1 TO WS-FREQ-CAP-COUNT
           ELSE
               PERFORM WRITE-ONE-LABEL
               IF NOT LABEL-ALREADY-LOGGED
                   MOVE 'R' TO WS-CONTACT-FUNC
                   PERFORM CALL-CONTACT-LEDGER
               END-IF
           END-IF.

      *    The alternate in effect on the mail date, if any, stands in
      *    for the primary address from here on: the undeliverable
      *    hold, the country format and the block lines all read it.
       APPLY-ALTERNATE-ADDRESS.
           MOVE 'F' TO WS-ALT-FUNC
           PERFORM CALL-ADDRESS-ALTERNATES
           IF ALTERNATE-IN-EFFECT
               MOVE WS-ALT-ADDRESS-TEXT TO ADDRS-SORTED-RECORD(11:246)
           END-IF.

       CALL-ADDRESS-ALTERNATES.
           CALL 'ADDRALT' USING WS-ALT-FUNC LABEL-CUST-ID
               WS-MAIL-DATE WS-ALT-MAIL-CLASS WS-ALT-ADDRESS-KEY
               WS-ALT-ADDRESS-TEXT WS-ALT-FOUND-SW.

       TALLY-PIECE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-LABELS' TO USAGE-PROGRAM
           MOVE 'LABEL' TO USAGE-VOLUME
           MOVE LABEL-CUST-ID TO USAGE-CUST-ID
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       FLUSH-PIECE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE WS-CONTACT-RUN-ID TO USAGE-RUN-ID
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       CALL-CONTACT-LEDGER.
           CALL 'CONTACTLG' USING WS-CONTACT-FUNC LABEL-CUST-ID
               WS-CAMPAIGN-CODE WS-CONTACT-CHANNEL WS-CONTACT-PROGRAM
               WS-CONTACT-RUN-ID WS-CONTACT-RESULT.

       READ-NEXT-NAME.
           IF NOT NAME-SIDE-DONE
               READ NAMES-SORTED-FILE
           PERFORM APPEND-NAME-PART-MIDDLE
           PERFORM APPEND-NAME-PART-LAST
           PERFORM APPEND-NAME-PART-SUFFIX
           PERFORM FIND-HOUSEHOLD-ADDRESSEE
           IF WS-HHADDR-HIT-IDX > 0
               ADD 1 TO WS-HHADDR-USED-COUNT
               MOVE WS-HHA-NAME-LINE(WS-HHADDR-HIT-IDX)
                   TO WS-NAME-LINE
           END-IF
           ADD 1 TO WS-LABEL-COUNT
           IF ALTERNATE-IN-EFFECT
               ADD 1 TO WS-ALT-USED-COUNT
           END-IF
           PERFORM TALLY-PIECE-USAGE
           MOVE WS-NAME-LINE TO WS-KEYED-NAME-LINE
           MOVE SPACES TO LABELS-RECORD
           MOVE WS-NAME-LINE TO LABELS-RECORD(1:200)
           WRITE LABELS-RECORD
      *    The joint partner's "and" line rides under the primary's
      *    name, so both parties show on one piece -- unless the
      *    household line already names everyone.
           MOVE 0 TO WS-JOINT-HIT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-JOINT-COUNT
               IF LABEL-CUST-ID = WS-JNT-PRIMARY(IDX) AND
                       WS-JNT-NAME(IDX) NOT = SPACES AND
                       WS-HHADDR-HIT-IDX = 0
                   MOVE IDX TO WS-JOINT-HIT-IDX
                   EXIT PERFORM
               END-IF
           MOVE SPACES TO WS-NAME-LINE
      *    Street line: the German convention puts the street name
      *    before the house number; everyone else gets the domestic
      *    order. A PO box, rural route, general-delivery or
      *    military address has no house number -- its whole
      *    standard delivery line ("PO Box 123", "RR 2 Box 15",
      *    "PSC 1234 BOX 5678") is the street field, printed as is.
           MOVE ADDRS-SORTED-RECORD(165:1) TO WS-LABEL-ADDR-TYPE
           EVALUATE TRUE
               WHEN NOT LABEL-STREET-ADDRESS
                   MOVE FUNCTION TRIM(ADDRS-SORTED-RECORD(21:60))
                       TO WS-NAME-LINE
               WHEN WS-FMT-HIT-IDX > 0 AND
                       WS-FMT-STREETFIRST(WS-FMT-HIT-IDX) = 'Y'
                   STRING FUNCTION TRIM(ADDRS-SORTED-RECORD(21:60))
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(11:10))
                           DELIMITED BY SIZE
                       INTO WS-NAME-LINE
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(ADDRS-SORTED-RECORD(11:10))
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(21:60))
                           DELIMITED BY SIZE
                       INTO WS-NAME-LINE
                   END-STRING
           END-EVALUATE
           IF FUNCTION TRIM(ADDRS-SORTED-RECORD(81:20)) NOT = SPACES
                   STRING FUNCTION TRIM(WS-NAME-LINE) " "
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(81:20))
                       DELIMITED BY SIZE INTO WS-NAME-LINE
                   END-STRING
           END-IF
           MOVE WS-NAME-LINE TO WS-KEYED-STREET-LINE
           MOVE WS-NAME-LINE TO LABELS-RECORD(1:200)
           MOVE SPACES TO WS-NAME-LINE
      *    City line: postcode-first countries drop the state code
      *    ("62704 Springfield" style); the domestic default keeps
      *    the classic "City, ST ZIP"; a military address prints
      *    its post office, military state and ZIP without the
      *    comma ("APO AE 09021") and never takes a country line.
           EVALUATE TRUE
               WHEN LABEL-MILITARY-ADDRESS
                   STRING FUNCTION TRIM(ADDRS-SORTED-RECORD(101:40))
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADDRS-SORTED-RECORD(141:2)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(143:10))
                           DELIMITED BY SIZE
                       INTO WS-NAME-LINE
                   END-STRING
               WHEN WS-FMT-HIT-IDX > 0 AND
                       WS-FMT-POSTFIRST(WS-FMT-HIT-IDX) = 'Y'
                   STRING FUNCTION TRIM(ADDRS-SORTED-RECORD(143:10))
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(101:40))
                           DELIMITED BY SIZE
                       INTO WS-NAME-LINE
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(ADDRS-SORTED-RECORD(101:40))
                           DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           ADDRS-SORTED-RECORD(141:2)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADDRS-SORTED-RECORD(143:10))
                           DELIMITED BY SIZE
                       INTO WS-NAME-LINE
                   END-STRING
           END-EVALUATE
           MOVE WS-NAME-LINE TO WS-KEYED-CITY-LINE
           MOVE WS-NAME-LINE TO LABELS-RECORD(1:200)
           WRITE LABELS-RECORD
           IF WS-FMT-HIT-IDX > 0 AND NOT LABEL-MILITARY-ADDRESS AND
                   WS-FMT-CTRY-LINE(WS-FMT-HIT-IDX) NOT = SPACES
               MOVE SPACES TO LABELS-RECORD
               MOVE WS-FMT-CTRY-LINE(WS-FMT-HIT-IDX)
               MOVE WS-KEYED-STREET-LINE
                   TO KEYED-LABELS-RECORD(93:80)
               MOVE WS-KEYED-CITY-LINE TO KEYED-LABELS-RECORD(174:80)
               MOVE WS-MAIL-DATE TO KEYED-LABELS-RECORD(255:8)
               MOVE WS-ALT-ADDRESS-KEY TO KEYED-LABELS-RECORD(264:10)
               WRITE KEYED-LABELS-RECORD
               IF WS-KEY-STAT NOT = "00"
                   DISPLAY "Write error on keyed labels. STATUS="
               END-IF
           END-IF.

       FIND-HOUSEHOLD-ADDRESSEE.
           MOVE 0 TO WS-HHADDR-HIT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-HHADDR-COUNT
               IF LABEL-CUST-ID = WS-HHA-HEAD-ID(IDX)
                   MOVE IDX TO WS-HHADDR-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    An unreadable addressee file is called out but does not
      *    stop the run: every piece still goes to its own member.
       LOAD-HOUSEHOLD-ADDRESSEES.
           MOVE 0 TO WS-HHADDR-COUNT
           OPEN INPUT HH-ADDRESSEE-FILE
           IF WS-HHA-STAT NOT = "00"
               DISPLAY "Household addressee file not readable - "
                   "labels keep individual addressing. STATUS="
                   WS-HHA-STAT " FILE="
                   FUNCTION TRIM(WS-HHADDR-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-HHADDR-COUNT >= WS-HHADDR-MAX
                   READ HH-ADDRESSEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(HH-ADDRESSEE-RECORD(1:10))
                                   NOT = SPACES
                               ADD 1 TO WS-HHADDR-COUNT
                               MOVE HH-ADDRESSEE-RECORD(1:10)
                                   TO WS-HHA-HEAD-ID(WS-HHADDR-COUNT)
                               MOVE HH-ADDRESSEE-RECORD(27:80)
                                   TO WS-HHA-NAME-LINE(
                                       WS-HHADDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HHADDR-COUNT >= WS-HHADDR-MAX
                   DISPLAY "WARNING: household addressees truncated "
                       "at " WS-HHADDR-MAX " households"
               END-IF
               CLOSE HH-ADDRESSEE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       CHECK-JOINT-SECONDARY.
           MOVE 0 TO WS-JOINT-HIT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
           STRING "Merged away   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           MOVE WS-INACTIVE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO UNMATCHED-REPORT-RECORD
           STRING "Status held   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           MOVE WS-CONSENT-SUPP-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO UNMATCHED-REPORT-RECORD
           STRING "Consent no-mail: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           MOVE WS-FREQ-CAP-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO UNMATCHED-REPORT-RECORD
           STRING "Frequency cap : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           MOVE WS-UNDELIV-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO UNMATCHED-REPORT-RECORD
           STRING "Undeliverable : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           MOVE WS-ALT-USED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO UNMATCHED-REPORT-RECORD
           STRING "Alternate addr: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
           WRITE UNMATCHED-REPORT-RECORD
           IF WS-DRIVER-FILENAME NOT = SPACES
               MOVE WS-NOT-SELECTED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO UNMATCHED-REPORT-RECORD
               STRING "Not selected  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
               WRITE UNMATCHED-REPORT-RECORD
           END-IF
           IF HOUSEHOLD-ADDRESSING
               MOVE WS-HHADDR-USED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO UNMATCHED-REPORT-RECORD
               STRING "Household addr: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
               WRITE UNMATCHED-REPORT-RECORD
           END-IF
           IF WS-FMT-COUNT > 0
               MOVE WS-DOMESTIC-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO UNMATCHED-REPORT-RECORD
               STRING "Deceased MED  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
               WRITE UNMATCHED-REPORT-RECORD
               MOVE WS-DEC-ALIAS-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO UNMATCHED-REPORT-RECORD
               STRING "  by alias    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO UNMATCHED-REPORT-RECORD
               WRITE UNMATCHED-REPORT-RECORD
           END-IF.

      *    The keyword list outgrew the old one-paragraph-per-token
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
                       WS-PARM-TOKEN-7 WS-PARM-TOKEN-8
                       WS-PARM-TOKEN-9 WS-PARM-TOKEN-10
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
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
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-9) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-10) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                           TO WS-SUPMASTER-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'KEYED='
                       MOVE WS-PARM-WORK(7:94) TO WS-KEYED-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CAMPAIGN='
                       MOVE WS-PARM-WORK(10:10) TO WS-CAMPAIGN-CODE
                   WHEN WS-PARM-WORK(1:7) = 'DRIVER='
                       MOVE WS-PARM-WORK(8:93) TO WS-DRIVER-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSEE='
                       MOVE WS-PARM-WORK(11:10) TO WS-ADDRESSEE-MODE
                   WHEN WS-PARM-WORK(1:7) = 'HHADDR='
                       MOVE WS-PARM-WORK(8:93) TO WS-HHADDR-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'MAILDATE='
                       MOVE WS-PARM-WORK(10:8) TO WS-MAIL-DATE
                   WHEN WS-PARM-WORK(1:10) = 'MAILCLASS='
                       MOVE WS-PARM-WORK(11:10) TO WS-MAIL-CLASS
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
