       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-LISTPULL.

      *    Campaign list-pull selection. Marketing's lists ("person
      *    customers in IL and WI, ZIP 606xx, company 02, with an
      *    email, one per household") were being filtered out of
      *    clean_names.txt and clean_addresses.txt by hand. This step
      *    reads a criteria file (list_criteria.txt, CRITERIA= PARM),
      *    one KEYWORD=value line per criterion, '*' lines comments:
      *        CAMPAIGN=SPRING      campaign code, for the report
      *        CHANNEL=MAIL         MAIL (default), EMAIL, or PHONE
      *        ENTITY=P             P persons, O organizations
      *        COMPANY=02           MASTER-COMPANY-CODE list
      *        COUNTRY=US,CA        ADDR-COUNTRY-CODE list
      *        STATE=IL,WI          ADDR-STATE-CODE list
      *        ZIP=606,53           ZIP prefix list
      *        EMAIL=Y              has a usable (unbounced) email
      *        PHONE=Y              has a phone number
      *        HOUSEHOLD=HEAD       household heads only
      *    Lists are comma-separated. An unrecognized keyword stops
      *    the run, since a mistyped criterion would silently widen
      *    the audience. Every customer on the name file is judged
      *    against the criteria in the fixed order above, then
      *    against FT-CONSENT's ledger for the campaign's channel and
      *    FT-SUPPLOAD's suppression master (deceased entries for
      *    every channel, do-not-mail entries for MAIL). A MAIL pull
      *    also requires an address not marked undeliverable. The
      *    stores are merged on customer id by one sort of tagged
      *    rows -- names, addresses, the name master's company code,
      *    the contact store, household_master.txt membership, and
      *    the consent ledger -- swept back a customer at a time.
      *    Survivors go to the selected-id file (selected_ids.txt,
      *    SELECTED= PARM): id 1-10, campaign 12-21, channel 23-27,
      *    ascending id, which FT-LABELS, FT-LETTER and FT-CONTACT's
      *    email extract accept as a DRIVER= file. The selection
      *    report shows the count surviving each criterion in turn,
      *    so marketing can see where their audience went.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-FILE ASSIGN TO DYNAMIC WS-CRITERIA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STAT.
           SELECT CLEAN-NAMES-FILE ASSIGN TO DYNAMIC
               WS-NAMES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAM-STAT.
           SELECT CLEAN-ADDRESSES-FILE ASSIGN TO DYNAMIC
               WS-ADDRESSES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STAT.
      *    Same RELATIVE-organization declaration the name master's
      *    writers use (see name.cob's note on this build's disabled
      *    ISAM handler).
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT CLEAN-CONTACTS-FILE ASSIGN TO DYNAMIC
               WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT HOUSEHOLD-MASTER-FILE ASSIGN TO DYNAMIC
               WS-HOUSEHOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHM-STAT.
           SELECT CONSENT-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-CONSENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STAT.
           SELECT SUPPRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-SUPMASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-SUPMASTER-RKEY
               FILE STATUS IS WS-SUPM-STAT.
           SELECT PULL-SORT-FILE ASSIGN TO "PULLSORT".
           SELECT SELECTED-FILE ASSIGN TO DYNAMIC WS-SELECTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD          PIC X(200).

       FD  CLEAN-NAMES-FILE.
       01  CLEAN-NAMES-RECORD       PIC X(256).

       FD  CLEAN-ADDRESSES-FILE.
       01  CLEAN-ADDRESSES-RECORD   PIC X(256).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

      *    Contact store layout per FT-CONTACT: id 1-10, phone 11-24,
      *    email 25-104, bounce status 105.
       FD  CLEAN-CONTACTS-FILE.
       01  CLEAN-CONTACTS-RECORD    PIC X(120).

      *    Household master per FT-HHOLD: key 1-10, customer id
      *    12-21, member sequence 23-25 (001 the mailing head).
       FD  HOUSEHOLD-MASTER-FILE.
       01  HOUSEHOLD-MASTER-RECORD  PIC X(200).

      *    Ledger per FT-CONSENT: id 1-10, no-mail 12, no-email 14,
      *    no-phone 16.
       FD  CONSENT-LEDGER-FILE.
       01  CONSENT-LEDGER-RECORD    PIC X(30).

       FD  SUPPRESS-MASTER-FILE.
       01  SUPPRESS-MASTER-RECORD.
           05  SUP-LAST-NAME        PIC X(30).
           05  SUP-FIRST-NAME       PIC X(20).
           05  SUP-ZIP-CODE         PIC X(5).
           05  SUP-TYPE-CODE        PIC X(1).
           05  SUP-LOAD-DATE        PIC X(8).

      *    One tagged row per store line, sorted on id then tag so a
      *    customer's rows arrive together. The name and address rows
      *    are read back through the shared structured overlays.
       SD  PULL-SORT-FILE.
       01  PULL-SORT-RECORD.
           05  PULL-SORT-ID         PIC X(10).
           05  PULL-SORT-TAG        PIC X(1).
           05  PULL-SORT-DATA       PIC X(246).
       01  PULL-NAME-VIEW.
           05  FILLER               PIC X(11).
           COPY "NAME-RECORD.cpy".
       01  PULL-ADDRESS-VIEW.
           05  FILLER               PIC X(11).
           COPY "ADDRESS-RECORD.cpy".

       FD  SELECTED-FILE.
       01  SELECTED-RECORD          PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CRT-STAT      PIC XX VALUE SPACES.
       77  WS-NAM-STAT      PIC XX VALUE SPACES.
       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-HHM-STAT      PIC XX VALUE SPACES.
       77  WS-CNS-STAT      PIC XX VALUE SPACES.
       77  WS-SUPM-STAT     PIC XX VALUE SPACES.
       77  WS-SEL-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-CRITERIA-FILENAME  PIC X(100)
                                 VALUE 'list_criteria.txt'.
       01  WS-NAMES-FILENAME     PIC X(100) VALUE 'clean_names.txt'.
       01  WS-ADDRESSES-FILENAME PIC X(100)
                                 VALUE 'clean_addresses.txt'.
       01  WS-MASTER-FILENAME    PIC X(100) VALUE 'name_master.idx'.
       01  WS-MASTER-RKEY        PIC 9(9) COMP VALUE 0.
       01  WS-CONTACTS-FILENAME  PIC X(100)
                                 VALUE 'clean_contacts.txt'.
       01  WS-HOUSEHOLD-FILENAME PIC X(100)
                                 VALUE 'household_master.txt'.
       01  WS-CONSENT-FILENAME   PIC X(100)
                                 VALUE 'consent_ledger.txt'.
       01  WS-SUPMASTER-FILENAME PIC X(100)
                                 VALUE 'suppression_master.idx'.
       01  WS-SUPMASTER-RKEY     PIC 9(9) COMP VALUE 0.
       01  WS-SELECTED-FILENAME  PIC X(100)
                                 VALUE 'selected_ids.txt'.
       01  WS-REPORT-FILENAME    PIC X(100)
                                 VALUE 'list_pull_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-FATAL-SWITCH      PIC X VALUE 'N'.
           88  CRITERIA-ARE-BAD     VALUE 'Y'.

      *    The criteria as read. Empty lists mean "not applied".
       01  WS-CRIT-KEYWORD      PIC X(20) VALUE SPACES.
       01  WS-CRIT-VALUE        PIC X(180) VALUE SPACES.
       01  WS-CRIT-PTR          PIC 9(4) COMP VALUE 0.
       01  WS-CRIT-ITEM         PIC X(20) VALUE SPACES.
       01  WS-CAMPAIGN-CODE     PIC X(10) VALUE 'GENERAL'.
       01  WS-CHANNEL           PIC X(5) VALUE 'MAIL'.
           88  CHANNEL-IS-MAIL      VALUE 'MAIL'.
           88  CHANNEL-IS-EMAIL     VALUE 'EMAIL'.
           88  CHANNEL-IS-PHONE     VALUE 'PHONE'.
       01  WS-WANT-ENTITY       PIC X VALUE SPACE.
       01  WS-WANT-EMAIL        PIC X VALUE 'N'.
       01  WS-WANT-PHONE        PIC X VALUE 'N'.
       01  WS-WANT-HEAD         PIC X VALUE 'N'.
       01  WS-LIST-MAX          PIC 9(4) COMP VALUE 20.
       01  WS-COMPANY-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-COMPANY-LIST.
           05  WS-COMPANY-ITEM OCCURS 20 TIMES PIC X(2).
       01  WS-COUNTRY-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-COUNTRY-LIST.
           05  WS-COUNTRY-ITEM OCCURS 20 TIMES PIC X(2).
       01  WS-STATE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-STATE-LIST.
           05  WS-STATE-ITEM OCCURS 20 TIMES PIC X(2).
       01  WS-ZIP-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ZIP-LIST.
           05  WS-ZIP-ENTRY OCCURS 20 TIMES.
               10  WS-ZIP-PREFIX    PIC X(10).
               10  WS-ZIP-LEN       PIC 9(2).

      *    One customer's facts gathered across the stores' rows.
       01  WS-CUR-ID            PIC X(10) VALUE SPACES.
       01  WS-FIRST-ROW-SWITCH  PIC X VALUE 'Y'.
       01  WS-CUR-HAS-NAME      PIC X VALUE 'N'.
       01  WS-CUR-LAST          PIC X(30) VALUE SPACES.
       01  WS-CUR-FIRST         PIC X(20) VALUE SPACES.
       01  WS-CUR-ENTITY        PIC X VALUE SPACE.
       01  WS-CUR-HAS-ADDR      PIC X VALUE 'N'.
       01  WS-CUR-STATE         PIC X(2) VALUE SPACES.
       01  WS-CUR-ZIP           PIC X(10) VALUE SPACES.
       01  WS-CUR-COUNTRY       PIC X(2) VALUE SPACES.
       01  WS-CUR-UNDELIV       PIC X(2) VALUE SPACES.
       01  WS-CUR-COMPANY       PIC X(2) VALUE SPACES.
       01  WS-CUR-HAS-EMAIL     PIC X VALUE 'N'.
       01  WS-CUR-HAS-PHONE     PIC X VALUE 'N'.
       01  WS-CUR-HH-SEQ        PIC X(3) VALUE SPACES.
       01  WS-CUR-NO-MAIL       PIC X VALUE 'N'.
       01  WS-CUR-NO-EMAIL      PIC X VALUE 'N'.
       01  WS-CUR-NO-PHONE      PIC X VALUE 'N'.

      *    The selection funnel, in the order the criteria apply.
       01  WS-STEP-NAME-DATA.
           05  FILLER PIC X(20) VALUE 'Customers on file'.
           05  FILLER PIC X(20) VALUE 'Entity'.
           05  FILLER PIC X(20) VALUE 'Company'.
           05  FILLER PIC X(20) VALUE 'Mailable address'.
           05  FILLER PIC X(20) VALUE 'Country'.
           05  FILLER PIC X(20) VALUE 'State'.
           05  FILLER PIC X(20) VALUE 'ZIP prefix'.
           05  FILLER PIC X(20) VALUE 'Has email'.
           05  FILLER PIC X(20) VALUE 'Has phone'.
           05  FILLER PIC X(20) VALUE 'Household head'.
           05  FILLER PIC X(20) VALUE 'Consent'.
           05  FILLER PIC X(20) VALUE 'Suppression master'.
       01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-DATA.
           05  WS-STEP-NAME PIC X(20) OCCURS 12 TIMES.
       01  WS-STEP-COUNT        PIC 9(4) COMP VALUE 12.
       01  WS-STEP-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 12 TIMES.
               10  WS-STEP-APPLIED  PIC X.
               10  WS-STEP-SURVIVE  PIC 9(9).
       01  WS-STEP-PASS         PIC X VALUE 'Y'.
       01  WS-CUST-DROPPED      PIC X VALUE 'N'.
       01  WS-PRIOR-SURVIVE     PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT     PIC 9(9) VALUE 0.
       01  WS-SELECTED-COUNT    PIC 9(9) VALUE 0.

      *    Deceased / do-not-mail screen, loaded like FT-LABELS'.
       01  WS-DECEASED-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-DECEASED-MAX      PIC 9(5) COMP VALUE 20000.
       01  WS-DECEASED-TABLE.
           05  WS-DECEASED-ENTRY OCCURS 20000 TIMES.
               10  WS-DEC-LAST      PIC X(30).
               10  WS-DEC-FIRST     PIC X(20).
               10  WS-DEC-ZIP       PIC X(5).
               10  WS-DEC-TYPE      PIC X(1).
       01  WS-FOLD-LAST         PIC X(30) VALUE SPACES.
       01  WS-FOLD-FIRST        PIC X(20) VALUE SPACES.

       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-DROP-EDIT         PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-CRITERIA
           IF CRITERIA-ARE-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MARK-APPLIED-STEPS
           PERFORM LOAD-SUPPRESSION-MASTER

           OPEN OUTPUT SELECTED-FILE
           IF WS-SEL-STAT NOT = "00"
               DISPLAY "Failed to open selected-id file. STATUS="
                   WS-SEL-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *    The input procedure releases every store's rows tagged by
      *    source; the output procedure sweeps them back grouped by
      *    customer id and judges each customer at the id break.
           SORT PULL-SORT-FILE
               ON ASCENDING KEY PULL-SORT-ID PULL-SORT-TAG
               INPUT PROCEDURE IS RELEASE-ALL-STORE-ROWS
               OUTPUT PROCEDURE IS SWEEP-CUSTOMERS

           CLOSE SELECTED-FILE
           PERFORM WRITE-SELECTION-REPORT
           DISPLAY "FT-LISTPULL: campaign="
               FUNCTION TRIM(WS-CAMPAIGN-CODE)
               " customers=" WS-STEP-SURVIVE(1)
               " selected=" WS-SELECTED-COUNT
           IF WS-SELECTED-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    KEYWORD=value lines; list values comma-separated.
       LOAD-CRITERIA.
           OPEN INPUT CRITERIA-FILE
           IF WS-CRT-STAT NOT = "00"
               DISPLAY "Failed to open criteria file. STATUS="
                   WS-CRT-STAT " FILE="
                   FUNCTION TRIM(WS-CRITERIA-FILENAME)
               MOVE 'Y' TO WS-FATAL-SWITCH
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CRITERIA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CRITERIA-RECORD(1:1) NOT = '*' AND
                                   CRITERIA-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-CRITERION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRITERIA-FILE
           END-IF.

       APPLY-ONE-CRITERION.
           MOVE SPACES TO WS-CRIT-KEYWORD WS-CRIT-VALUE
           UNSTRING FUNCTION TRIM(CRITERIA-RECORD) DELIMITED BY '='
               INTO WS-CRIT-KEYWORD WS-CRIT-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CRIT-KEYWORD))
               TO WS-CRIT-KEYWORD
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CRIT-VALUE))
               TO WS-CRIT-VALUE
           EVALUATE WS-CRIT-KEYWORD
               WHEN 'CAMPAIGN'
                   MOVE WS-CRIT-VALUE(1:10) TO WS-CAMPAIGN-CODE
               WHEN 'CHANNEL'
                   MOVE WS-CRIT-VALUE(1:5) TO WS-CHANNEL
                   IF NOT CHANNEL-IS-MAIL AND NOT CHANNEL-IS-EMAIL
                           AND NOT CHANNEL-IS-PHONE
                       DISPLAY "Unknown channel in criteria: "
                           FUNCTION TRIM(WS-CRIT-VALUE)
                       MOVE 'Y' TO WS-FATAL-SWITCH
                   END-IF
               WHEN 'ENTITY'
                   MOVE WS-CRIT-VALUE(1:1) TO WS-WANT-ENTITY
               WHEN 'EMAIL'
                   MOVE WS-CRIT-VALUE(1:1) TO WS-WANT-EMAIL
               WHEN 'PHONE'
                   MOVE WS-CRIT-VALUE(1:1) TO WS-WANT-PHONE
               WHEN 'HOUSEHOLD'
                   IF WS-CRIT-VALUE = 'HEAD'
                       MOVE 'Y' TO WS-WANT-HEAD
                   END-IF
               WHEN 'COMPANY'
               WHEN 'COUNTRY'
               WHEN 'STATE'
               WHEN 'ZIP'
                   MOVE 1 TO WS-CRIT-PTR
                   PERFORM UNTIL WS-CRIT-PTR > 180 OR
                           WS-CRIT-VALUE(WS-CRIT-PTR:) = SPACES
                       MOVE SPACES TO WS-CRIT-ITEM
                       UNSTRING WS-CRIT-VALUE DELIMITED BY ','
                           INTO WS-CRIT-ITEM
                           WITH POINTER WS-CRIT-PTR
                       END-UNSTRING
                       MOVE FUNCTION TRIM(WS-CRIT-ITEM) TO WS-CRIT-ITEM
                       IF WS-CRIT-ITEM NOT = SPACES
                           PERFORM ADD-ONE-LIST-ITEM
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Unknown criterion: "
                       FUNCTION TRIM(CRITERIA-RECORD)
                   MOVE 'Y' TO WS-FATAL-SWITCH
           END-EVALUATE.

       ADD-ONE-LIST-ITEM.
           EVALUATE WS-CRIT-KEYWORD
               WHEN 'COMPANY'
                   IF WS-COMPANY-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-COMPANY-COUNT
                       MOVE WS-CRIT-ITEM TO
                           WS-COMPANY-ITEM(WS-COMPANY-COUNT)
                   END-IF
               WHEN 'COUNTRY'
                   IF WS-COUNTRY-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-COUNTRY-COUNT
                       MOVE WS-CRIT-ITEM TO
                           WS-COUNTRY-ITEM(WS-COUNTRY-COUNT)
                   END-IF
               WHEN 'STATE'
                   IF WS-STATE-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-STATE-COUNT
                       MOVE WS-CRIT-ITEM TO
                           WS-STATE-ITEM(WS-STATE-COUNT)
                   END-IF
               WHEN 'ZIP'
                   IF WS-ZIP-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-ZIP-COUNT
                       MOVE WS-CRIT-ITEM TO
                           WS-ZIP-PREFIX(WS-ZIP-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CRIT-ITEM))
                           TO WS-ZIP-LEN(WS-ZIP-COUNT)
                       IF WS-ZIP-LEN(WS-ZIP-COUNT) > 10
                           MOVE 10 TO WS-ZIP-LEN(WS-ZIP-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Steps 1, 11 and 12 always apply; the mailable-address step
      *    applies to a MAIL pull, and the has-email / has-phone
      *    steps are implied by their own channel.
       MARK-APPLIED-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'N' TO WS-STEP-APPLIED(WS-STEP-IDX)
               MOVE 0 TO WS-STEP-SURVIVE(WS-STEP-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-STEP-APPLIED(1)
           IF WS-WANT-ENTITY NOT = SPACE
               MOVE 'Y' TO WS-STEP-APPLIED(2)
           END-IF
           IF WS-COMPANY-COUNT > 0
               MOVE 'Y' TO WS-STEP-APPLIED(3)
           END-IF
           IF CHANNEL-IS-MAIL
               MOVE 'Y' TO WS-STEP-APPLIED(4)
           END-IF
           IF WS-COUNTRY-COUNT > 0
               MOVE 'Y' TO WS-STEP-APPLIED(5)
           END-IF
           IF WS-STATE-COUNT > 0
               MOVE 'Y' TO WS-STEP-APPLIED(6)
           END-IF
           IF WS-ZIP-COUNT > 0
               MOVE 'Y' TO WS-STEP-APPLIED(7)
           END-IF
           IF WS-WANT-EMAIL = 'Y' OR CHANNEL-IS-EMAIL
               MOVE 'Y' TO WS-STEP-APPLIED(8)
           END-IF
           IF WS-WANT-PHONE = 'Y' OR CHANNEL-IS-PHONE
               MOVE 'Y' TO WS-STEP-APPLIED(9)
           END-IF
           IF WS-WANT-HEAD = 'Y'
               MOVE 'Y' TO WS-STEP-APPLIED(10)
           END-IF
           MOVE 'Y' TO WS-STEP-APPLIED(11)
           MOVE 'Y' TO WS-STEP-APPLIED(12).

       LOAD-SUPPRESSION-MASTER.
           MOVE 0 TO WS-DECEASED-COUNT
           OPEN INPUT SUPPRESS-MASTER-FILE
           IF WS-SUPM-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-DECEASED-COUNT >= WS-DECEASED-MAX
                   READ SUPPRESS-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-DECEASED-COUNT
                           MOVE SUP-LAST-NAME
                               TO WS-DEC-LAST(WS-DECEASED-COUNT)
                           MOVE SUP-FIRST-NAME
                               TO WS-DEC-FIRST(WS-DECEASED-COUNT)
                           MOVE SUP-ZIP-CODE
                               TO WS-DEC-ZIP(WS-DECEASED-COUNT)
                           MOVE SUP-TYPE-CODE
                               TO WS-DEC-TYPE(WS-DECEASED-COUNT)
                   END-READ
               END-PERFORM
               IF WS-DECEASED-COUNT >= WS-DECEASED-MAX
                   DISPLAY "WARNING: suppression screen truncated at "
                       WS-DECEASED-MAX " entries"
               END-IF
               CLOSE SUPPRESS-MASTER-FILE
           END-IF.

      *    Tags: A address, C contact, H household, K consent,
      *    M name master, N name. A store that is not there simply
      *    contributes no rows; the criteria needing it then fail.
       RELEASE-ALL-STORE-ROWS.
           PERFORM RELEASE-NAME-ROWS
           PERFORM RELEASE-ADDRESS-ROWS
           PERFORM RELEASE-MASTER-ROWS
           PERFORM RELEASE-CONTACT-ROWS
           PERFORM RELEASE-HOUSEHOLD-ROWS
           PERFORM RELEASE-CONSENT-ROWS.

       RELEASE-NAME-ROWS.
           OPEN INPUT CLEAN-NAMES-FILE
           IF WS-NAM-STAT NOT = "00"
               DISPLAY "Failed to open clean names. STATUS="
                   WS-NAM-STAT " FILE="
                   FUNCTION TRIM(WS-NAMES-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-NAMES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLEAN-NAMES-RECORD(1:3) NOT = 'HDR' AND
                                   CLEAN-NAMES-RECORD(1:3) NOT = 'TRL'
                                   AND FUNCTION TRIM(
                                       CLEAN-NAMES-RECORD(1:10))
                                       NOT = SPACES
                               MOVE CLEAN-NAMES-RECORD(1:10)
                                   TO PULL-SORT-ID
                               MOVE 'N' TO PULL-SORT-TAG
                               MOVE CLEAN-NAMES-RECORD(11:246)
                                   TO PULL-SORT-DATA
                               RELEASE PULL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-NAMES-FILE
           END-IF.

       RELEASE-ADDRESS-ROWS.
           OPEN INPUT CLEAN-ADDRESSES-FILE
           IF WS-ADR-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-ADDRESSES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLEAN-ADDRESSES-RECORD(1:3) NOT = 'HDR'
                                   AND CLEAN-ADDRESSES-RECORD(1:3)
                                       NOT = 'TRL'
                                   AND FUNCTION TRIM(
                                       CLEAN-ADDRESSES-RECORD(1:10))
                                       NOT = SPACES
                               MOVE CLEAN-ADDRESSES-RECORD(1:10)
                                   TO PULL-SORT-ID
                               MOVE 'A' TO PULL-SORT-TAG
                               MOVE CLEAN-ADDRESSES-RECORD(11:246)
                                   TO PULL-SORT-DATA
                               RELEASE PULL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-ADDRESSES-FILE
           END-IF.

       RELEASE-MASTER-ROWS.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ NAME-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MASTER-CUST-ID TO PULL-SORT-ID
                           MOVE 'M' TO PULL-SORT-TAG
                           MOVE SPACES TO PULL-SORT-DATA
                           MOVE MASTER-COMPANY-CODE
                               TO PULL-SORT-DATA(1:2)
                           RELEASE PULL-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE NAME-MASTER-FILE
           END-IF.

       RELEASE-CONTACT-ROWS.
           OPEN INPUT CLEAN-CONTACTS-FILE
           IF WS-CON-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-CONTACTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(
                                   CLEAN-CONTACTS-RECORD(1:10))
                                   NOT = SPACES
                               MOVE CLEAN-CONTACTS-RECORD(1:10)
                                   TO PULL-SORT-ID
                               MOVE 'C' TO PULL-SORT-TAG
                               MOVE CLEAN-CONTACTS-RECORD(11:110)
                                   TO PULL-SORT-DATA
                               RELEASE PULL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-CONTACTS-FILE
           END-IF.

       RELEASE-HOUSEHOLD-ROWS.
           OPEN INPUT HOUSEHOLD-MASTER-FILE
           IF WS-HHM-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ HOUSEHOLD-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(
                                   HOUSEHOLD-MASTER-RECORD(12:10))
                                   NOT = SPACES
                               MOVE HOUSEHOLD-MASTER-RECORD(12:10)
                                   TO PULL-SORT-ID
                               MOVE 'H' TO PULL-SORT-TAG
                               MOVE SPACES TO PULL-SORT-DATA
                               MOVE HOUSEHOLD-MASTER-RECORD(23:3)
                                   TO PULL-SORT-DATA(1:3)
                               RELEASE PULL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-MASTER-FILE
           END-IF.

       RELEASE-CONSENT-ROWS.
           OPEN INPUT CONSENT-LEDGER-FILE
           IF WS-CNS-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONSENT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(
                                   CONSENT-LEDGER-RECORD(1:10))
                                   NOT = SPACES
                               MOVE CONSENT-LEDGER-RECORD(1:10)
                                   TO PULL-SORT-ID
                               MOVE 'K' TO PULL-SORT-TAG
                               MOVE CONSENT-LEDGER-RECORD(11:20)
                                   TO PULL-SORT-DATA
                               RELEASE PULL-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-LEDGER-FILE
           END-IF.

      *    Control break on customer id: rows for one id gather into
      *    the WS-CUR- facts, and the customer is judged when the
      *    next id (or the end of the sort) arrives.
       SWEEP-CUSTOMERS.
           MOVE 'Y' TO WS-FIRST-ROW-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN PULL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-FIRST-ROW-SWITCH = 'Y'
                           MOVE 'N' TO WS-FIRST-ROW-SWITCH
                           PERFORM START-ONE-CUSTOMER
                       ELSE
                           IF PULL-SORT-ID NOT = WS-CUR-ID
                               PERFORM JUDGE-ONE-CUSTOMER
                               PERFORM START-ONE-CUSTOMER
                           END-IF
                       END-IF
                       PERFORM GATHER-ONE-ROW
               END-RETURN
           END-PERFORM
           IF WS-FIRST-ROW-SWITCH = 'N'
               PERFORM JUDGE-ONE-CUSTOMER
           END-IF.

       START-ONE-CUSTOMER.
           MOVE PULL-SORT-ID TO WS-CUR-ID
           MOVE 'N' TO WS-CUR-HAS-NAME WS-CUR-HAS-ADDR
               WS-CUR-HAS-EMAIL WS-CUR-HAS-PHONE
               WS-CUR-NO-MAIL WS-CUR-NO-EMAIL WS-CUR-NO-PHONE
           MOVE SPACES TO WS-CUR-LAST WS-CUR-FIRST WS-CUR-ENTITY
               WS-CUR-STATE WS-CUR-ZIP WS-CUR-COUNTRY
               WS-CUR-UNDELIV WS-CUR-COMPANY WS-CUR-HH-SEQ.

      *    Blank entity reads as a person, blank country as the
      *    domestic default, blank company as partition 01 -- the
      *    same defaults the writers document.
       GATHER-ONE-ROW.
           EVALUATE PULL-SORT-TAG
               WHEN 'N'
                   MOVE 'Y' TO WS-CUR-HAS-NAME
                   MOVE FUNCTION UPPER-CASE(LAST-NAME(1:30))
                       TO WS-CUR-LAST
                   MOVE FUNCTION UPPER-CASE(FIRST-NAME(1:20))
                       TO WS-CUR-FIRST
                   MOVE NAME-ENTITY-FLAG TO WS-CUR-ENTITY
                   IF WS-CUR-ENTITY = SPACE
                       MOVE 'P' TO WS-CUR-ENTITY
                   END-IF
               WHEN 'A'
                   MOVE 'Y' TO WS-CUR-HAS-ADDR
                   MOVE FUNCTION UPPER-CASE(ADDR-STATE-CODE)
                       TO WS-CUR-STATE
                   MOVE ADDR-ZIP-CODE TO WS-CUR-ZIP
                   MOVE FUNCTION UPPER-CASE(ADDR-COUNTRY-CODE)
                       TO WS-CUR-COUNTRY
                   IF WS-CUR-COUNTRY = SPACES
                       MOVE 'US' TO WS-CUR-COUNTRY
                   END-IF
                   MOVE ADDR-UNDELIV-CODE TO WS-CUR-UNDELIV
               WHEN 'M'
                   MOVE PULL-SORT-DATA(1:2) TO WS-CUR-COMPANY
               WHEN 'C'
                   IF PULL-SORT-DATA(15:80) NOT = SPACES AND
                           PULL-SORT-DATA(95:1) NOT = 'B'
                       MOVE 'Y' TO WS-CUR-HAS-EMAIL
                   END-IF
                   IF PULL-SORT-DATA(1:14) NOT = SPACES
                       MOVE 'Y' TO WS-CUR-HAS-PHONE
                   END-IF
               WHEN 'H'
                   MOVE PULL-SORT-DATA(1:3) TO WS-CUR-HH-SEQ
               WHEN 'K'
                   MOVE PULL-SORT-DATA(2:1) TO WS-CUR-NO-MAIL
                   MOVE PULL-SORT-DATA(4:1) TO WS-CUR-NO-EMAIL
                   MOVE PULL-SORT-DATA(6:1) TO WS-CUR-NO-PHONE
           END-EVALUATE.

      *    Ids that never appear on the name file are not customers
      *    and are not counted at all. Otherwise the customer walks
      *    the funnel until a step drops them.
       JUDGE-ONE-CUSTOMER.
           IF WS-CUR-HAS-NAME = 'Y'
               IF WS-CUR-COMPANY = SPACES
                   MOVE '01' TO WS-CUR-COMPANY
               END-IF
               MOVE 'N' TO WS-CUST-DROPPED
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           OR WS-CUST-DROPPED = 'Y'
                   MOVE 'Y' TO WS-STEP-PASS
                   IF WS-STEP-APPLIED(WS-STEP-IDX) = 'Y'
                       PERFORM JUDGE-ONE-STEP
                   END-IF
                   IF WS-STEP-PASS = 'Y'
                       ADD 1 TO WS-STEP-SURVIVE(WS-STEP-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CUST-DROPPED
                   END-IF
               END-PERFORM
               IF WS-CUST-DROPPED = 'N'
                   PERFORM WRITE-SELECTED-ID
               END-IF
           END-IF.

       JUDGE-ONE-STEP.
           EVALUATE WS-STEP-IDX
               WHEN 2
                   IF WS-CUR-ENTITY NOT = WS-WANT-ENTITY
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
               WHEN 3
                   MOVE 'N' TO WS-STEP-PASS
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > WS-COMPANY-COUNT
                       IF WS-CUR-COMPANY = WS-COMPANY-ITEM(IDX)
                           MOVE 'Y' TO WS-STEP-PASS
                       END-IF
                   END-PERFORM
               WHEN 4
                   IF WS-CUR-HAS-ADDR NOT = 'Y' OR
                           WS-CUR-UNDELIV NOT = SPACES
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
               WHEN 5
                   MOVE 'N' TO WS-STEP-PASS
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > WS-COUNTRY-COUNT
                       IF WS-CUR-HAS-ADDR = 'Y' AND
                               WS-CUR-COUNTRY = WS-COUNTRY-ITEM(IDX)
                           MOVE 'Y' TO WS-STEP-PASS
                       END-IF
                   END-PERFORM
               WHEN 6
                   MOVE 'N' TO WS-STEP-PASS
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > WS-STATE-COUNT
                       IF WS-CUR-HAS-ADDR = 'Y' AND
                               WS-CUR-STATE = WS-STATE-ITEM(IDX)
                           MOVE 'Y' TO WS-STEP-PASS
                       END-IF
                   END-PERFORM
               WHEN 7
                   MOVE 'N' TO WS-STEP-PASS
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL IDX > WS-ZIP-COUNT
                       IF WS-CUR-HAS-ADDR = 'Y' AND
                               WS-CUR-ZIP(1:WS-ZIP-LEN(IDX)) =
                               WS-ZIP-PREFIX(IDX)(1:WS-ZIP-LEN(IDX))
                           MOVE 'Y' TO WS-STEP-PASS
                       END-IF
                   END-PERFORM
               WHEN 8
                   IF WS-CUR-HAS-EMAIL NOT = 'Y'
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
               WHEN 9
                   IF WS-CUR-HAS-PHONE NOT = 'Y'
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
      *            A customer FT-HHOLD could not place (no address
      *            joined) is a household of one.
               WHEN 10
                   IF WS-CUR-HH-SEQ NOT = SPACES AND
                           WS-CUR-HH-SEQ NOT = '001'
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
               WHEN 11
                   EVALUATE TRUE
                       WHEN CHANNEL-IS-MAIL AND WS-CUR-NO-MAIL = 'Y'
                           MOVE 'N' TO WS-STEP-PASS
                       WHEN CHANNEL-IS-EMAIL AND WS-CUR-NO-EMAIL = 'Y'
                           MOVE 'N' TO WS-STEP-PASS
                       WHEN CHANNEL-IS-PHONE AND WS-CUR-NO-PHONE = 'Y'
                           MOVE 'N' TO WS-STEP-PASS
                   END-EVALUATE
               WHEN 12
                   PERFORM CHECK-SUPPRESSION-MASTER
           END-EVALUATE.

      *    FT-LABELS' screen: surname and ZIP with the full first name
      *    or its initial. A do-not-mail entry only holds a MAIL pull.
       CHECK-SUPPRESSION-MASTER.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-DECEASED-COUNT
               IF WS-CUR-LAST = WS-DEC-LAST(IDX) AND
                       WS-CUR-ZIP(1:5) = WS-DEC-ZIP(IDX) AND
                       WS-CUR-FIRST(1:1) = WS-DEC-FIRST(IDX)(1:1)
                   IF WS-DEC-TYPE(IDX) NOT = 'N' OR CHANNEL-IS-MAIL
                       MOVE 'N' TO WS-STEP-PASS
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SELECTED-ID.
           MOVE SPACES TO SELECTED-RECORD
           MOVE WS-CUR-ID TO SELECTED-RECORD(1:10)
           MOVE WS-CAMPAIGN-CODE TO SELECTED-RECORD(12:10)
           MOVE WS-CHANNEL TO SELECTED-RECORD(23:5)
           WRITE SELECTED-RECORD
           IF WS-SEL-STAT NOT = "00"
               DISPLAY "Write error on selected-id file. STATUS="
                   WS-SEL-STAT
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       WRITE-SELECTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open selection report. STATUS="
                   WS-RPT-STAT
           ELSE
               MOVE "FT-LISTPULL SELECTION REPORT" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Campaign: " WS-CAMPAIGN-CODE
                       "  Channel: " WS-CHANNEL
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-PRIOR-SURVIVE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM WRITE-ONE-FUNNEL-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-SELECTED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Selected            : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF.

      *    "name : surviving  dropped n", or "not applied" for a
      *    criterion the file did not ask for.
       WRITE-ONE-FUNNEL-LINE.
           MOVE WS-STEP-SURVIVE(WS-STEP-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-STEP-IDX = 1
               STRING WS-STEP-NAME(WS-STEP-IDX) ": " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               IF WS-STEP-APPLIED(WS-STEP-IDX) = 'Y'
                   COMPUTE WS-DROPPED-COUNT =
                       WS-PRIOR-SURVIVE - WS-STEP-SURVIVE(WS-STEP-IDX)
                   MOVE WS-DROPPED-COUNT TO WS-DROP-EDIT
                   STRING WS-STEP-NAME(WS-STEP-IDX) ": " WS-NUM-EDIT
                           "  dropped " WS-DROP-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING WS-STEP-NAME(WS-STEP-IDX) ": " WS-NUM-EDIT
                           "  not applied"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
           END-IF
           WRITE REPORT-RECORD
           MOVE WS-STEP-SURVIVE(WS-STEP-IDX) TO WS-PRIOR-SURVIVE.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5
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
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:9) = 'CRITERIA='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CRITERIA-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'SELECTED='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-SELECTED-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'NAMES='
                       MOVE WS-PARM-WORK(7:94) TO WS-NAMES-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSES='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-ADDRESSES-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CONTACTS='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONTACTS-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-LISTPULL.
