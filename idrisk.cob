       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-IDRISK.

      *    Weekly identity-risk signals report for the fraud team,
      *    drawn entirely from data the suite already holds. Five
      *    account-takeover and synthetic-identity patterns are
      *    looked for:
      *      SHARED    one phone or email on the contact store
      *                (clean_contacts.txt) attached to customers
      *                carrying several different surnames on the
      *                name master;
      *      MAILDROP  one street address (ZIP, house number and
      *                street from the address master) hosting many
      *                different households of household_master.txt
      *                -- the unit is left out on purpose, since a
      *                mail drop hands out suite and box numbers;
      *      ADDRCHG   a customer whose address changed several
      *                times inside the look-back window
      *                (address_changes.txt, dated by run id);
      *      ADDRCON   an address change followed within a few days
      *                by a phone or email change (FT-CONTACT's
      *                contact_changes.txt), both inside the window;
      *      PHONEST   a phone whose area code serves a different
      *                state from the customer's address, as
      *                FT-CONTACT's numbering-plan check stores it
      *                on the contact store.
      *    Every threshold lives in idrisk_thresholds.ctl, one
      *    "KEYWORD value" line each, the quality_thresholds.ctl
      *    convention, with the built-in defaults below when the file
      *    or a line is absent:
      *      SHARED-CONTACT  3   surnames sharing one phone or email
      *      MAIL-DROP       5   households at one street address
      *      ADDR-CHANGES    3   address changes inside the window
      *      ADDR-WINDOW    90   look-back window, days
      *      CONTACT-DAYS    7   days from an address change to a
      *                          contact change
      *    Each pattern is gathered through its own sort (input and
      *    output procedures, as FT-CNTYRPT does) and written to
      *    identity_risk_report.txt as a section of detail lines with
      *    a closing count. Every flagged customer is written to
      *    identity_risk_review.txt -- id 1-10, pattern 12-19, run
      *    date 21-28, detail 30-119 -- one line per customer per
      *    pattern, rebuilt each run, as the worklist fraud clears.
      *    A source that is not present skips its pattern with a
      *    note. Return code 4 when anyone is flagged, 12 when the
      *    report or the review file cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLDS-FILE ASSIGN TO DYNAMIC
               WS-THRESHOLDS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STAT.
           SELECT CONTACTS-FILE ASSIGN TO DYNAMIC WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT HOUSEHOLD-FILE ASSIGN TO DYNAMIC
               WS-HOUSEHOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHM-STAT.
           SELECT ADDRESS-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-ADDR-CHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STAT.
           SELECT CONTACT-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-CHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCH-STAT.
      *    The keyed masters, probed by id with the same RELATIVE
      *    declaration and key fold as their writers: the name master
      *    for surnames, the address master for the street address.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ADDR-RKEY
               FILE STATUS IS WS-AMS-STAT.
           SELECT SHARED-SORT-FILE ASSIGN TO "IRSHRSORT".
           SELECT DROP-SORT-FILE ASSIGN TO "IRDRPSORT".
           SELECT EVENT-SORT-FILE ASSIGN TO "IREVTSORT".
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLDS-FILE.
       01  THRESHOLDS-RECORD        PIC X(80).

      *    FT-CONTACT's store: id 1-10, formatted phone 11-24
      *    ("(NNN) NNN-NNNN"), email 25-104, area-code state check
      *    116 ('M' a mismatch), area code's state 117-118, address
      *    state 119-120.
       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD          PIC X(120).

      *    FT-HHOLD's master: household key 1-10, member id 12-21.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD         PIC X(200).

      *    "id RUN-ID=yyyymmddhhmmss PRIOR=[...] NEW=[...]" -- the
      *    change date sits at 19-26.
       FD  ADDRESS-CHANGES-FILE.
       01  ADDRESS-CHANGES-RECORD   PIC X(560).

      *    id 1-10, run date 12-19, item 21 ('P' or 'E').
       FD  CONTACT-CHANGES-FILE.
       01  CONTACT-CHANGES-RECORD   PIC X(183).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

      *    One row per stored phone and per stored email: the kind
      *    ('P' or 'E'), the contact point, the customer's upper-cased
      *    surname, the id.
       SD  SHARED-SORT-FILE.
       01  SHARED-SORT-RECORD.
           05  SHR-SORT-KIND        PIC X(1).
           05  SHR-SORT-KEY         PIC X(80).
           05  SHR-SORT-SURNAME     PIC X(40).
           05  SHR-SORT-ID          PIC X(10).

      *    One row per household member with an address on the
      *    master: ZIP5, house number, upper-cased street, then the
      *    household key and the id.
       SD  DROP-SORT-FILE.
       01  DROP-SORT-RECORD.
           05  DRP-SORT-ADDRESS.
               10  DRP-SORT-ZIP     PIC X(5).
               10  DRP-SORT-HOUSE   PIC X(10).
               10  DRP-SORT-STREET  PIC X(60).
           05  DRP-SORT-HH-KEY      PIC X(10).
           05  DRP-SORT-ID          PIC X(10).

      *    One row per dated change inside the window: the id, the
      *    date, and the kind -- 'A' address, 'C' contact, so on one
      *    day the address change sorts ahead of the contact change.
       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-RECORD.
           05  EVT-SORT-ID          PIC X(10).
           05  EVT-SORT-DATE        PIC X(8).
           05  EVT-SORT-KIND        PIC X(1).
           05  EVT-SORT-ITEM        PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD            PIC X(119).

       WORKING-STORAGE SECTION.
       77  WS-THR-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-HHM-STAT      PIC XX VALUE SPACES.
       77  WS-ACH-STAT      PIC XX VALUE SPACES.
       77  WS-CCH-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-REV-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-THRESHOLDS-FILENAME PIC X(100)
                                VALUE 'idrisk_thresholds.ctl'.
       01  WS-CONTACTS-FILENAME PIC X(100)
                                VALUE 'clean_contacts.txt'.
       01  WS-HOUSEHOLD-FILENAME PIC X(100)
                                VALUE 'household_master.txt'.
       01  WS-ADDR-CHG-FILENAME PIC X(100)
                                VALUE 'address_changes.txt'.
       01  WS-CONTACT-CHG-FILENAME PIC X(100)
                                VALUE 'contact_changes.txt'.
       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'identity_risk_report.txt'.
       01  WS-REVIEW-FILENAME   PIC X(100)
                                VALUE 'identity_risk_review.txt'.

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
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZZ9.

      *    Thresholds -- operations may override any of them through
      *    the control file.
       01  WS-SHARED-THRESHOLD  PIC 9(4) VALUE 3.
       01  WS-DROP-THRESHOLD    PIC 9(4) VALUE 5.
       01  WS-CHURN-THRESHOLD   PIC 9(4) VALUE 3.
       01  WS-WINDOW-DAYS       PIC 9(4) VALUE 90.
       01  WS-CONTACT-DAYS      PIC 9(4) VALUE 7.
       01  WS-THR-KEYWORD       PIC X(20) VALUE SPACES.
       01  WS-THR-VALUE-TEXT    PIC X(10) VALUE SPACES.

      *    Master probes -- see the NAME-MASTER-FILE SELECT note.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-ADDR-RKEY         PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-NAME-MASTER-SW    PIC X VALUE 'N'.
           88  NAME-MASTER-OPEN     VALUE 'Y'.
       01  WS-ADDR-MASTER-SW    PIC X VALUE 'N'.
           88  ADDR-MASTER-OPEN     VALUE 'Y'.
       01  WS-SURNAME           PIC X(40) VALUE SPACES.

      *    Group buffer shared by the SHARED and MAILDROP sweeps: a
      *    group's members wait here until its break, when it is
      *    known whether the group is flagged. Members past the cap
      *    still count but are not listed or queued.
       01  WS-GROUP-MAX         PIC 9(4) COMP VALUE 500.
       01  WS-GROUP-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES.
               10  WS-GROUP-ID      PIC X(10).
               10  WS-GROUP-TAG     PIC X(40).
       01  WS-GROUP-MEMBERS     PIC 9(9) VALUE 0.
       01  WS-GROUP-DISTINCT    PIC 9(9) VALUE 0.
       01  WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88  FIRST-ROW            VALUE 'Y'.
       01  WS-CUR-KIND          PIC X(1) VALUE SPACES.
       01  WS-CUR-KEY           PIC X(80) VALUE SPACES.
       01  WS-CUR-ADDRESS       PIC X(75) VALUE SPACES.
       01  WS-LAST-ID           PIC X(10) VALUE SPACES.
       01  WS-LAST-TAG          PIC X(40) VALUE SPACES.
       01  WS-SEEN-TAGS-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-SEEN-TAGS-TABLE.
           05  WS-SEEN-TAG OCCURS 500 TIMES PIC X(40).
       01  WS-SEEN-HIT-SW       PIC X VALUE 'N'.
           88  TAG-ALREADY-SEEN     VALUE 'Y'.

      *    Event sweep state for ADDRCHG and ADDRCON.
       01  WS-TODAY-INT         PIC 9(7) VALUE 0.
       01  WS-WINDOW-START-INT  PIC 9(7) VALUE 0.
       01  WS-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-INT          PIC 9(7) VALUE 0.
       01  WS-LAST-ADDR-INT     PIC 9(7) VALUE 0.
       01  WS-GAP-DAYS          PIC S9(7) VALUE 0.
       01  WS-CUR-ID            PIC X(10) VALUE SPACES.
       01  WS-ADDR-EVENTS       PIC 9(4) VALUE 0.
       01  WS-FIRST-ADDR-DATE   PIC X(8) VALUE SPACES.
       01  WS-LAST-ADDR-DATE    PIC X(8) VALUE SPACES.
       01  WS-ADRCON-SW         PIC X VALUE 'N'.
           88  ADRCON-FLAGGED       VALUE 'Y'.
       01  WS-ITEM-WORD         PIC X(5) VALUE SPACES.

      *    Per-pattern tallies for the closing counts.
       01  WS-SHARED-SOURCE-SW  PIC X VALUE 'N'.
       01  WS-DROP-SOURCE-SW    PIC X VALUE 'N'.
       01  WS-ACH-SOURCE-SW     PIC X VALUE 'N'.
       01  WS-CCH-SOURCE-SW     PIC X VALUE 'N'.
       01  WS-SHARED-GROUPS     PIC 9(9) VALUE 0.
       01  WS-SHARED-FLAGGED    PIC 9(9) VALUE 0.
       01  WS-DROP-GROUPS       PIC 9(9) VALUE 0.
       01  WS-DROP-FLAGGED      PIC 9(9) VALUE 0.
       01  WS-CHURN-FLAGGED     PIC 9(9) VALUE 0.
       01  WS-ADRCON-FLAGGED    PIC 9(9) VALUE 0.
       01  WS-PHONEST-FLAGGED   PIC 9(9) VALUE 0.
       01  WS-REVIEW-COUNT      PIC 9(9) VALUE 0.

       01  WS-REVIEW-PATTERN    PIC X(8) VALUE SPACES.
       01  WS-REVIEW-ID         PIC X(10) VALUE SPACES.
       01  WS-REVIEW-DETAIL     PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-THRESHOLDS
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open identity risk report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-FILE
           IF WS-REV-STAT NOT = "00"
               DISPLAY "Failed to open identity risk review file. "
                   "STATUS=" WS-REV-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-NAME-MASTER-SW
           END-IF
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT = "00"
               MOVE 'Y' TO WS-ADDR-MASTER-SW
           END-IF

           PERFORM REPORT-SHARED-CONTACTS
           PERFORM REPORT-MAIL-DROPS
           PERFORM REPORT-CHANGE-PATTERNS
           PERFORM REPORT-PHONE-STATE-MISMATCHES

           IF NAME-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF
           IF ADDR-MASTER-OPEN
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           CLOSE REVIEW-FILE
           DISPLAY "FT-IDRISK: shared=" WS-SHARED-FLAGGED
               " maildrop=" WS-DROP-FLAGGED
               " addrchg=" WS-CHURN-FLAGGED
               " addrcon=" WS-ADRCON-FLAGGED
               " phonest=" WS-PHONEST-FLAGGED
           IF WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-REPORT-HEADING.
           MOVE "FT-IDRISK IDENTITY RISK SIGNALS REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Thresholds: "
                   FUNCTION TRIM(WS-THRESHOLDS-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SHARED-THRESHOLD TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   SHARED-CONTACT " WS-SMALL-EDIT
                   "  surnames on one phone or email"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DROP-THRESHOLD TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   MAIL-DROP      " WS-SMALL-EDIT
                   "  households at one street address"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CHURN-THRESHOLD TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   ADDR-CHANGES   " WS-SMALL-EDIT
                   "  address changes inside the window"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WINDOW-DAYS TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   ADDR-WINDOW    " WS-SMALL-EDIT
                   "  days looked back"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CONTACT-DAYS TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   CONTACT-DAYS   " WS-SMALL-EDIT
                   "  days from address change to contact change"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    SHARED -- phones and emails on the contact store, grouped
      *    by contact point; a group whose customers carry at least
      *    SHARED-CONTACT different surnames is flagged whole.
       REPORT-SHARED-CONTACTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- SHARED: one phone or email, unrelated surnames"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT CONTACTS-FILE
           IF WS-CON-STAT NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-CONTACTS-FILENAME)
                       " not present - pattern skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SHARED-SOURCE-SW
           IF NOT NAME-MASTER-OPEN
               MOVE "   (name master not present - surnames unknown)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'Y' TO WS-FIRST-ROW-SW
           SORT SHARED-SORT-FILE
               ON ASCENDING KEY SHR-SORT-KIND SHR-SORT-KEY
                   SHR-SORT-SURNAME SHR-SORT-ID
               INPUT PROCEDURE IS RELEASE-CONTACT-ROWS
               OUTPUT PROCEDURE IS SWEEP-SHARED-ROWS
           CLOSE CONTACTS-FILE
           IF WS-SHARED-GROUPS = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RELEASE-CONTACT-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTACTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CONTACTS-RECORD(1:10) NOT = SPACES
                           PERFORM RELEASE-ONE-CONTACT-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *    The phone keys on its ten digits, lifted from the fixed
      *    "(NNN) NNN-NNNN" positions the store writes.
       RELEASE-ONE-CONTACT-ROW.
           MOVE CONTACTS-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           PERFORM LOOK-UP-SURNAME
           IF CONTACTS-RECORD(11:14) NOT = SPACES
               MOVE SPACES TO SHARED-SORT-RECORD
               MOVE 'P' TO SHR-SORT-KIND
               MOVE CONTACTS-RECORD(12:3) TO SHR-SORT-KEY(1:3)
               MOVE CONTACTS-RECORD(17:3) TO SHR-SORT-KEY(4:3)
               MOVE CONTACTS-RECORD(21:4) TO SHR-SORT-KEY(7:4)
               MOVE WS-SURNAME TO SHR-SORT-SURNAME
               MOVE WS-LOOKUP-CUST-ID TO SHR-SORT-ID
               RELEASE SHARED-SORT-RECORD
           END-IF
           IF CONTACTS-RECORD(25:80) NOT = SPACES
               MOVE SPACES TO SHARED-SORT-RECORD
               MOVE 'E' TO SHR-SORT-KIND
               MOVE CONTACTS-RECORD(25:80) TO SHR-SORT-KEY
               MOVE WS-SURNAME TO SHR-SORT-SURNAME
               MOVE WS-LOOKUP-CUST-ID TO SHR-SORT-ID
               RELEASE SHARED-SORT-RECORD
           END-IF.

       SWEEP-SHARED-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN SHARED-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-SHARED-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-SHARED-GROUP
           END-IF.

      *    Rows arrive surname-ordered within a contact point, so a
      *    surname change is a new distinct surname; a blank surname
      *    (customer not on the name master) is never counted as one.
      *    A customer listed twice on the store counts once.
       TALLY-ONE-SHARED-ROW.
           IF NOT FIRST-ROW
                   AND (SHR-SORT-KIND NOT = WS-CUR-KIND
                        OR SHR-SORT-KEY NOT = WS-CUR-KEY)
               PERFORM CLOSE-SHARED-GROUP
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE SHR-SORT-KIND TO WS-CUR-KIND
               MOVE SHR-SORT-KEY TO WS-CUR-KEY
               MOVE 0 TO WS-GROUP-COUNT WS-GROUP-MEMBERS
                   WS-GROUP-DISTINCT
               MOVE SPACES TO WS-LAST-ID WS-LAST-TAG
           END-IF
           IF SHR-SORT-ID = WS-LAST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SHR-SORT-ID TO WS-LAST-ID
           ADD 1 TO WS-GROUP-MEMBERS
           IF SHR-SORT-SURNAME NOT = SPACES
                   AND SHR-SORT-SURNAME NOT = WS-LAST-TAG
               ADD 1 TO WS-GROUP-DISTINCT
               MOVE SHR-SORT-SURNAME TO WS-LAST-TAG
           END-IF
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE SHR-SORT-ID TO WS-GROUP-ID(WS-GROUP-COUNT)
               MOVE SHR-SORT-SURNAME TO WS-GROUP-TAG(WS-GROUP-COUNT)
           END-IF.

       CLOSE-SHARED-GROUP.
           IF WS-GROUP-DISTINCT < WS-SHARED-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHARED-GROUPS
           IF WS-CUR-KIND = 'P'
               MOVE "PHONE" TO WS-ITEM-WORD
           ELSE
               MOVE "EMAIL" TO WS-ITEM-WORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "   " WS-ITEM-WORD " " FUNCTION TRIM(WS-CUR-KEY)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GROUP-MEMBERS TO WS-NUM-EDIT
           MOVE WS-GROUP-DISTINCT TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "      customers " FUNCTION TRIM(WS-NUM-EDIT)
                   ", surnames " FUNCTION TRIM(WS-SMALL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REVIEW-DETAIL
           STRING WS-ITEM-WORD " " FUNCTION TRIM(WS-CUR-KEY)
                   " shared by " FUNCTION TRIM(WS-NUM-EDIT)
                   " customers, " FUNCTION TRIM(WS-SMALL-EDIT)
                   " surnames"
               DELIMITED BY SIZE INTO WS-REVIEW-DETAIL
           END-STRING
           MOVE "SHARED" TO WS-REVIEW-PATTERN
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-GROUP-COUNT
               MOVE SPACES TO REPORT-RECORD
               IF WS-GROUP-TAG(IDX) = SPACES
                   STRING "      " WS-GROUP-ID(IDX)
                           " (not on the name master)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "      " WS-GROUP-ID(IDX) " "
                           WS-GROUP-TAG(IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               MOVE WS-GROUP-ID(IDX) TO WS-REVIEW-ID
               PERFORM WRITE-REVIEW-LINE
               ADD 1 TO WS-SHARED-FLAGGED
           END-PERFORM
           IF WS-GROUP-MEMBERS > WS-GROUP-COUNT
               DISPLAY "FT-IDRISK: more than " WS-GROUP-MAX
                   " customers share " FUNCTION TRIM(WS-CUR-KEY)
                   " - the rest are not listed"
           END-IF.

      *    Surname from the customer's own master slot, upper-cased
      *    so "Smith" and "SMITH" are one family; blank when the
      *    customer is not there.
       LOOK-UP-SURNAME.
           MOVE SPACES TO WS-SURNAME
           IF NAME-MASTER-OPEN
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE FUNCTION UPPER-CASE(
                               MASTER-NAME-TEXT(1:40)) TO WS-SURNAME
                       END-IF
               END-READ
           END-IF.

      *    MAILDROP -- household members placed at their street
      *    address on the address master; an address hosting at
      *    least MAIL-DROP different households is flagged whole.
       REPORT-MAIL-DROPS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- MAILDROP: one street address, many households"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT ADDR-MASTER-OPEN
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-ADDR-MASTER-FILENAME)
                       " not present - pattern skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HHM-STAT NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-HOUSEHOLD-FILENAME)
                       " not present - pattern skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DROP-SOURCE-SW
           MOVE 'Y' TO WS-FIRST-ROW-SW
           SORT DROP-SORT-FILE
               ON ASCENDING KEY DRP-SORT-ADDRESS DRP-SORT-HH-KEY
                   DRP-SORT-ID
               INPUT PROCEDURE IS RELEASE-HOUSEHOLD-ROWS
               OUTPUT PROCEDURE IS SWEEP-DROP-ROWS
           CLOSE HOUSEHOLD-FILE
           IF WS-DROP-GROUPS = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RELEASE-HOUSEHOLD-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HOUSEHOLD-RECORD(12:10) NOT = SPACES
                           PERFORM RELEASE-ONE-HOUSEHOLD-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *    House 1-10, street 11-70 and ZIP 133-142 of the master's
      *    address text; a member with no street address on the
      *    master (a PO box, say, or not yet on it) is left out.
       RELEASE-ONE-HOUSEHOLD-ROW.
           MOVE HOUSEHOLD-RECORD(12:10) TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           MOVE WS-MASTER-RKEY TO WS-ADDR-RKEY
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ADDR-MST-CUST-ID NOT = WS-LOOKUP-CUST-ID
                   OR ADDR-MST-TEXT(1:10) = SPACES
                   OR ADDR-MST-TEXT(11:60) = SPACES
                   OR ADDR-MST-TEXT(133:5) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DROP-SORT-RECORD
           MOVE ADDR-MST-TEXT(133:5) TO DRP-SORT-ZIP
           MOVE FUNCTION UPPER-CASE(ADDR-MST-TEXT(1:10))
               TO DRP-SORT-HOUSE
           MOVE FUNCTION UPPER-CASE(ADDR-MST-TEXT(11:60))
               TO DRP-SORT-STREET
           MOVE HOUSEHOLD-RECORD(1:10) TO DRP-SORT-HH-KEY
           MOVE WS-LOOKUP-CUST-ID TO DRP-SORT-ID
           RELEASE DROP-SORT-RECORD.

       SWEEP-DROP-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN DROP-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-DROP-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-DROP-GROUP
           END-IF.

      *    Rows arrive household-ordered within an address, so a
      *    household key change is one more household there.
       TALLY-ONE-DROP-ROW.
           IF NOT FIRST-ROW AND DRP-SORT-ADDRESS NOT = WS-CUR-ADDRESS
               PERFORM CLOSE-DROP-GROUP
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE DRP-SORT-ADDRESS TO WS-CUR-ADDRESS
               MOVE 0 TO WS-GROUP-COUNT WS-GROUP-MEMBERS
                   WS-GROUP-DISTINCT
               MOVE SPACES TO WS-LAST-ID WS-LAST-TAG
           END-IF
           IF DRP-SORT-ID = WS-LAST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE DRP-SORT-ID TO WS-LAST-ID
           ADD 1 TO WS-GROUP-MEMBERS
           IF DRP-SORT-HH-KEY NOT = WS-LAST-TAG
               ADD 1 TO WS-GROUP-DISTINCT
               MOVE DRP-SORT-HH-KEY TO WS-LAST-TAG
           END-IF
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE DRP-SORT-ID TO WS-GROUP-ID(WS-GROUP-COUNT)
               MOVE DRP-SORT-HH-KEY TO WS-GROUP-TAG(WS-GROUP-COUNT)
           END-IF.

       CLOSE-DROP-GROUP.
           IF WS-GROUP-DISTINCT < WS-DROP-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DROP-GROUPS
           MOVE SPACES TO REPORT-RECORD
           STRING "   " WS-CUR-ADDRESS(1:5) " "
                   FUNCTION TRIM(WS-CUR-ADDRESS(6:10)) " "
                   FUNCTION TRIM(WS-CUR-ADDRESS(16:60))
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GROUP-MEMBERS TO WS-NUM-EDIT
           MOVE WS-GROUP-DISTINCT TO WS-SMALL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "      households " FUNCTION TRIM(WS-SMALL-EDIT)
                   ", customers " FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REVIEW-DETAIL
           STRING FUNCTION TRIM(WS-SMALL-EDIT) " households at "
                   WS-CUR-ADDRESS(1:5) " "
                   FUNCTION TRIM(WS-CUR-ADDRESS(6:10)) " "
                   FUNCTION TRIM(WS-CUR-ADDRESS(16:60))
               DELIMITED BY SIZE INTO WS-REVIEW-DETAIL
           END-STRING
           MOVE "MAILDROP" TO WS-REVIEW-PATTERN
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-GROUP-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "      " WS-GROUP-ID(IDX) " household "
                       WS-GROUP-TAG(IDX)(1:10)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-GROUP-ID(IDX) TO WS-REVIEW-ID
               PERFORM WRITE-REVIEW-LINE
               ADD 1 TO WS-DROP-FLAGGED
           END-PERFORM
           IF WS-GROUP-MEMBERS > WS-GROUP-COUNT
               DISPLAY "FT-IDRISK: more than " WS-GROUP-MAX
                   " customers at " WS-CUR-ADDRESS(1:5) " "
                   FUNCTION TRIM(WS-CUR-ADDRESS(6:10))
                   " - the rest are not listed"
           END-IF.

      *    ADDRCHG and ADDRCON -- the dated address and contact
      *    changes inside the look-back window, swept per customer in
      *    date order.
       REPORT-CHANGE-PATTERNS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- ADDRCHG / ADDRCON: address churn, contact change"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT ADDRESS-CHANGES-FILE
           IF WS-ACH-STAT NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-ADDR-CHG-FILENAME)
                       " not present - both patterns skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACH-SOURCE-SW
           OPEN INPUT CONTACT-CHANGES-FILE
           IF WS-CCH-STAT = "00"
               MOVE 'Y' TO WS-CCH-SOURCE-SW
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-CONTACT-CHG-FILENAME)
                       " not present - ADDRCON skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE 'Y' TO WS-FIRST-ROW-SW
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY EVT-SORT-ID EVT-SORT-DATE
                   EVT-SORT-KIND
               INPUT PROCEDURE IS RELEASE-CHANGE-EVENTS
               OUTPUT PROCEDURE IS SWEEP-CHANGE-EVENTS
           CLOSE ADDRESS-CHANGES-FILE
           IF WS-CCH-SOURCE-SW = 'Y'
               CLOSE CONTACT-CHANGES-FILE
           END-IF
           IF WS-CHURN-FLAGGED = 0 AND WS-ADRCON-FLAGGED = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RELEASE-CHANGE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ADDRESS-CHANGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ADDRESS-CHANGES-RECORD(12:7) = 'RUN-ID='
                           MOVE SPACES TO EVENT-SORT-RECORD
                           MOVE ADDRESS-CHANGES-RECORD(1:10)
                               TO EVT-SORT-ID
                           MOVE ADDRESS-CHANGES-RECORD(19:8)
                               TO EVT-SORT-DATE
                           MOVE 'A' TO EVT-SORT-KIND
                           PERFORM RELEASE-ONE-CHANGE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CCH-SOURCE-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTACT-CHANGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO EVENT-SORT-RECORD
                       MOVE CONTACT-CHANGES-RECORD(1:10)
                           TO EVT-SORT-ID
                       MOVE CONTACT-CHANGES-RECORD(12:8)
                           TO EVT-SORT-DATE
                       MOVE 'C' TO EVT-SORT-KIND
                       MOVE CONTACT-CHANGES-RECORD(21:1)
                           TO EVT-SORT-ITEM
                       PERFORM RELEASE-ONE-CHANGE-EVENT
               END-READ
           END-PERFORM.

      *    Only a dated change inside the window is released, so a
      *    customer drops off the report once the burst ages out.
       RELEASE-ONE-CHANGE-EVENT.
           IF EVT-SORT-ID = SPACES OR EVT-SORT-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE EVT-SORT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-INT >= WS-WINDOW-START-INT
               RELEASE EVENT-SORT-RECORD
           END-IF.

       SWEEP-CHANGE-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN EVENT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-CHANGE-EVENT
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-CUSTOMER-EVENTS
           END-IF.

      *    A contact change counts against the latest address change
      *    on or before its date; one ADDRCON line per customer, for
      *    the first such pair.
       TALLY-ONE-CHANGE-EVENT.
           IF NOT FIRST-ROW AND EVT-SORT-ID NOT = WS-CUR-ID
               PERFORM CLOSE-CUSTOMER-EVENTS
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE EVT-SORT-ID TO WS-CUR-ID
               MOVE 0 TO WS-ADDR-EVENTS WS-LAST-ADDR-INT
               MOVE SPACES TO WS-FIRST-ADDR-DATE WS-LAST-ADDR-DATE
               MOVE 'N' TO WS-ADRCON-SW
           END-IF
           MOVE EVT-SORT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF EVT-SORT-KIND = 'A'
               ADD 1 TO WS-ADDR-EVENTS
               IF WS-FIRST-ADDR-DATE = SPACES
                   MOVE EVT-SORT-DATE TO WS-FIRST-ADDR-DATE
               END-IF
               MOVE EVT-SORT-DATE TO WS-LAST-ADDR-DATE
               MOVE WS-DATE-INT TO WS-LAST-ADDR-INT
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-ADDR-INT = 0 OR ADRCON-FLAGGED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-DAYS = WS-DATE-INT - WS-LAST-ADDR-INT
           IF WS-GAP-DAYS > WS-CONTACT-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ADRCON-SW
           ADD 1 TO WS-ADRCON-FLAGGED
           IF EVT-SORT-ITEM = 'P'
               MOVE "phone" TO WS-ITEM-WORD
           ELSE
               MOVE "email" TO WS-ITEM-WORD
           END-IF
           MOVE WS-GAP-DAYS TO WS-SMALL-EDIT
           MOVE SPACES TO WS-REVIEW-DETAIL
           STRING "address changed " WS-LAST-ADDR-DATE ", "
                   FUNCTION TRIM(WS-ITEM-WORD) " changed "
                   EVT-SORT-DATE " (" FUNCTION TRIM(WS-SMALL-EDIT)
                   " days later)"
               DELIMITED BY SIZE INTO WS-REVIEW-DETAIL
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "   ADDRCON  " WS-CUR-ID " " WS-REVIEW-DETAIL
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "ADDRCON" TO WS-REVIEW-PATTERN
           MOVE WS-CUR-ID TO WS-REVIEW-ID
           PERFORM WRITE-REVIEW-LINE.

       CLOSE-CUSTOMER-EVENTS.
           IF WS-ADDR-EVENTS < WS-CHURN-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHURN-FLAGGED
           MOVE WS-ADDR-EVENTS TO WS-SMALL-EDIT
           MOVE SPACES TO WS-REVIEW-DETAIL
           STRING FUNCTION TRIM(WS-SMALL-EDIT)
                   " address changes " WS-FIRST-ADDR-DATE
                   " to " WS-LAST-ADDR-DATE
               DELIMITED BY SIZE INTO WS-REVIEW-DETAIL
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "   ADDRCHG  " WS-CUR-ID " " WS-REVIEW-DETAIL
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "ADDRCHG" TO WS-REVIEW-PATTERN
           MOVE WS-CUR-ID TO WS-REVIEW-ID
           PERFORM WRITE-REVIEW-LINE.

      *    PHONEST -- FT-CONTACT has already compared each stored
      *    phone's area-code state with the address master's, so
      *    one pass over the store picks up the flagged customers.
       REPORT-PHONE-STATE-MISMATCHES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- PHONEST: phone area code in another state"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT CONTACTS-FILE
           IF WS-CON-STAT NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-CONTACTS-FILENAME)
                       " not present - pattern skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTACTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CONTACTS-RECORD(116:1) = 'M'
                           PERFORM FLAG-ONE-PHONE-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACTS-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-PHONEST-FLAGGED = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       FLAG-ONE-PHONE-STATE.
           ADD 1 TO WS-PHONEST-FLAGGED
           MOVE SPACES TO WS-REVIEW-DETAIL
           STRING "phone " CONTACTS-RECORD(11:14)
                   " area code serves " CONTACTS-RECORD(117:2)
                   ", address in " CONTACTS-RECORD(119:2)
               DELIMITED BY SIZE INTO WS-REVIEW-DETAIL
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           STRING "   PHONEST  " CONTACTS-RECORD(1:10) " "
                   WS-REVIEW-DETAIL
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "PHONEST" TO WS-REVIEW-PATTERN
           MOVE CONTACTS-RECORD(1:10) TO WS-REVIEW-ID
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE SPACES TO REVIEW-RECORD
           MOVE WS-REVIEW-ID TO REVIEW-RECORD(1:10)
           MOVE WS-REVIEW-PATTERN TO REVIEW-RECORD(12:8)
           MOVE WS-RUN-DATE TO REVIEW-RECORD(21:8)
           MOVE WS-REVIEW-DETAIL TO REVIEW-RECORD(30:90)
           WRITE REVIEW-RECORD
           IF WS-REV-STAT = "00"
               ADD 1 TO WS-REVIEW-COUNT
           ELSE
               DISPLAY "Write error on identity risk review file. "
                   "STATUS=" WS-REV-STAT
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SHARED-GROUPS TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Shared points   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SHARED-FLAGGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "SHARED flagged  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DROP-GROUPS TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Mail drops      : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DROP-FLAGGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MAILDROP flagged: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CHURN-FLAGGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ADDRCHG flagged : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-ADRCON-FLAGGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ADDRCON flagged : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PHONEST-FLAGGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "PHONEST flagged : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REVIEW-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Review lines    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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

      *    One "SHARED-CONTACT 3" / "MAIL-DROP 5" / "ADDR-CHANGES 3"
      *    / "ADDR-WINDOW 90" / "CONTACT-DAYS 7" line per override;
      *    unknown keywords are ignored so the file can carry
      *    comments.
       LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLDS-FILE
           IF WS-THR-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ THRESHOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-THRESHOLD
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS-FILE
           END-IF.

       LOAD-ONE-THRESHOLD.
           MOVE SPACES TO WS-THR-KEYWORD WS-THR-VALUE-TEXT
           UNSTRING THRESHOLDS-RECORD DELIMITED BY ALL ' '
               INTO WS-THR-KEYWORD WS-THR-VALUE-TEXT
           END-UNSTRING
           IF WS-THR-VALUE-TEXT NOT = SPACES
               EVALUATE FUNCTION UPPER-CASE(WS-THR-KEYWORD)
                   WHEN 'SHARED-CONTACT'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-SHARED-THRESHOLD
                   WHEN 'MAIL-DROP'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-DROP-THRESHOLD
                   WHEN 'ADDR-CHANGES'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-CHURN-THRESHOLD
                   WHEN 'ADDR-WINDOW'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-WINDOW-DAYS
                   WHEN 'CONTACT-DAYS'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-CONTACT-DAYS
               END-EVALUATE
           END-IF.

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
                   WHEN WS-PARM-WORK(1:9) = 'CONTACTS='
                       MOVE WS-PARM-WORK(10:91) TO WS-CONTACTS-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'HOUSEHOLDS='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-HOUSEHOLD-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'ADDRCHG='
                       MOVE WS-PARM-WORK(9:92) TO WS-ADDR-CHG-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'CONTACTCHG='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-CONTACT-CHG-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'THRESHOLDS='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-THRESHOLDS-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'ADDRMASTER='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-ADDR-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REVIEW='
                       MOVE WS-PARM-WORK(8:93) TO WS-REVIEW-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-IDRISK.
