      *    page ('1' in the ASA column); a template longer than the
      *    page depth spills onto continuation pages, and the control
      *    report closes with letter and page counts.
      *    Each letter is checked against the contact_frequency.ctl
      *    cap and recorded on the customer contact history through
      *    CONTACTLG under the run's campaign code (CAMPAIGN= PARM,
      *    default GENERAL); a capped letter is not printed and is
      *    counted on the control report. Run under the same campaign
      *    as the FT-LABELS pass that keyed its labels, a letter is
      *    the same piece as its label and is not counted twice.
      *    ADDRESSEE=HOUSEHOLD addresses a household head's letter to
      *    the whole household: &NAME and &SALUTATION come from
      *    FT-HHOLD's addressee file ("John and Mary Smith", "Dear
      *    Mr. and Mrs. Smith:") instead of the head's own lines.
      *    A customer the name master carries as anything but active
      *    (deceased, closed, pending purge, retired) gets no letter,
      *    even when the keyed labels predate the status change; the
      *    held letters are counted on the control report.
      *    Alongside the stream goes a page index (INDEX= PARM,
      *    default letter_page_index.txt), one line per letter
      *    printed: the customer id, the run id, the letter's first
      *    page in the stream, its page count and the template it
      *    was set from. FT-REPRINT reads it to pull single letters
      *    back out of a retained stream after a jam or a "never
      *    came" call, instead of the whole run being regenerated.
      *    The keyed label block names the address FT-LABELS judged
      *    in effect on its mail date (a seasonal, billing or
      *    temporary alternate, or the primary). Each letter asks
      *    ADDRALT again for its own mail date (MAILDATE= PARM,
      *    default the label's mail date; MAILCLASS=BILLING as on
      *    the label run), and a letter whose block no longer names
      *    the address in effect is held and counted rather than
      *    printed to the wrong address -- rerun FT-LABELS for the
      *    new date to release it.
      *    CONFIRM=<request file> prints the regulatory change
      *    confirmations FT-CONFIRM requests instead of a keyed-label
      *    run: one letter per name change, to the address on file,
      *    and one to each of the old and new addresses (new first)
      *    for an address change or move. Each event type has its own
      *    template (CONFNAME=, CONFADDR=, CONFMOVE=; defaults
      *    letter_confirm_name.txt, letter_confirm_address.txt,
      *    letter_confirm_move.txt), which may also carry:
      *        &OLD1 &OLD2   the before value (name, or street and
      *                      city lines)
      *        &NEW1 &NEW2   the after value
      *        &CHANGEDATE   the change date, YYYYMMDD
      *    &NAME is the customer's current name and &ADDRESS1/2 the
      *    address the copy is going to. A confirmation is owed
      *    whatever the customer's mail history, so it is not
      *    frequency-capped, the campaign driver and household
      *    addressing do not apply, and the address-in-effect screen
      *    is not asked; it is recorded on the contact history under
      *    campaign CONFIRM unless CAMPAIGN= names another. The status
      *    screen still holds a letter to an inactive customer. Every
      *    request, printed or held, is noted on the confirmation log
      *    (CONFLOG=, default confirm_letter_log.txt) for FT-CONFIRM's
      *    reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-KEYED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STAT.
      *    Optional campaign driver (DRIVER= PARM): FT-LISTPULL's
      *    selected-id file. When given, only the listed customers'
      *    letters are produced; the rest are counted as not
      *    selected.
           SELECT DRIVER-FILE ASSIGN TO DYNAMIC WS-DRIVER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STAT.
      *    FT-HHOLD's household addressee lines (HHADDR= PARM),
      *    loaded in ADDRESSEE=HOUSEHOLD mode: head id 1-10, joint
      *    name line 27-106, joint salutation 108-257.
           SELECT HH-ADDRESSEE-FILE ASSIGN TO DYNAMIC
               WS-HHADDR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHA-STAT.
      *    FT-CONFIRM's letter requests (CONFIRM= PARM), layout
      *    CONFIRM-REQUEST.cpy, and the confirmation log this run
      *    appends to -- layout as FT-CONFIRM's CONFIRM-LOG-FILE note.
           SELECT CONFIRM-REQUEST-FILE ASSIGN TO DYNAMIC
               WS-CONFIRM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-STAT.
           SELECT CONFIRM-LOG-FILE ASSIGN TO DYNAMIC
               WS-CONFLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLG-STAT.
           SELECT PRINT-STREAM-FILE ASSIGN TO DYNAMIC
               WS-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STAT.
           SELECT PAGE-INDEX-FILE ASSIGN TO DYNAMIC
               WS-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STAT.
      *    FT-NAME's keyed name master, probed by id for the
      *    lifecycle status. Same RELATIVE declaration and key fold
      *    as the master's writers; an absent master leaves the
      *    status screen off.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
       01  SALUTATIONS-RECORD       PIC X(200).

       FD  KEYED-LABELS-FILE.
      *    Layout as FT-LABELS' KEYED-LABELS-FILE note: id 1-10,
      *    block lines 12-91 / 93-172 / 174-253, mail date 255-262,
      *    alternate address key 264-273.
       01  KEYED-LABELS-RECORD      PIC X(273).

       FD  DRIVER-FILE.
       01  DRIVER-RECORD            PIC X(30).

       FD  HH-ADDRESSEE-FILE.
       01  HH-ADDRESSEE-RECORD      PIC X(268).

       FD  CONFIRM-REQUEST-FILE.
       01  CONFIRM-REQUEST-RECORD.
           COPY "CONFIRM-REQUEST.cpy".

       FD  CONFIRM-LOG-FILE.
       01  CONFIRM-LOG-RECORD.
           05  CLG-EVENT-KEY        PIC X(21).
           05  FILLER               PIC X.
           05  CLG-RUN-ID           PIC X(14).
           05  FILLER               PIC X.
           05  CLG-RESULT           PIC X.
           05  FILLER               PIC X.
           05  CLG-COPIES           PIC 9.
           05  FILLER               PIC X.
           05  CLG-REASON           PIC X(30).

      *    ASA carriage control in column 1: '1' page eject, ' '
      *    single space.
       FD  PRINT-STREAM-FILE.
       01  PRINT-STREAM-RECORD      PIC X(133).

      *    Page index: id 1-10, run id 12-25, first page 27-35, page
      *    count 37-41, template 43-142.
       FD  PAGE-INDEX-FILE.
       01  PAGE-INDEX-RECORD.
           05  PIX-CUST-ID          PIC X(10).
           05  FILLER               PIC X.
           05  PIX-RUN-ID           PIC X(14).
           05  FILLER               PIC X.
           05  PIX-START-PAGE       PIC 9(9).
           05  FILLER               PIC X.
           05  PIX-PAGE-COUNT       PIC 9(5).
           05  FILLER               PIC X.
           05  PIX-TEMPLATE         PIC X(100).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TPL-STAT      PIC XX VALUE SPACES.
       77  WS-DRV-STAT      PIC XX VALUE SPACES.
       77  WS-SAL-STAT      PIC XX VALUE SPACES.
       77  WS-KEY-STAT      PIC XX VALUE SPACES.
       77  WS-PRT-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-HHA-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-IDX-STAT      PIC XX VALUE SPACES.
       77  WS-CFR-STAT      PIC XX VALUE SPACES.
       77  WS-CLG-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-TEMPLATE-FILENAME PIC X(100)
                                VALUE 'letter_print_stream.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'letter_control_report.txt'.
       01  WS-INDEX-FILENAME    PIC X(100)
                                VALUE 'letter_page_index.txt'.
       01  WS-RUN-DATE          PIC X(8).

       01  WS-PARM-STRING       PIC X(400) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-8      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-9      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-10     PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-11     PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-12     PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-13     PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-14     PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-15     PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-TEMPLATE-TABLE.
           05  WS-TEMPLATE-LINE OCCURS 120 TIMES PIC X(120).

      *    The letter being set: the keyed label line as read, or in
      *    confirmation mode the same layout built from the request
      *    for each copy.
       01  WS-KEYED-LINE        PIC X(273) VALUE SPACES.

      *    Salutations keyed by id for the merge.
       01  WS-SAL-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-SAL-MAX           PIC 9(5) COMP VALUE 20000.
       01  WS-LETTER-COUNT      PIC 9(9) VALUE 0.
       01  WS-PAGE-COUNT        PIC 9(9) VALUE 0.
       01  WS-NO-SAL-COUNT      PIC 9(9) VALUE 0.
       01  WS-LETTER-START-PAGE PIC 9(9) VALUE 0.
       01  WS-INDEX-OPEN-SW     PIC X VALUE 'N'.
           88  PAGE-INDEX-OPEN      VALUE 'Y'.
       01  WS-FREQ-CAP-COUNT    PIC 9(9) VALUE 0.

      *    Contact history and frequency cap -- see CONTACTLG.
       01  WS-CONTACT-FUNC      PIC X VALUE SPACE.
       01  WS-CONTACT-CUST-ID   PIC X(10) VALUE SPACES.
       01  WS-CAMPAIGN-CODE     PIC X(10) VALUE 'GENERAL'.
       01  WS-CONTACT-CHANNEL   PIC X(8) VALUE 'LETTER'.
       01  WS-CONTACT-PROGRAM   PIC X(12) VALUE 'FT-LETTER'.
       01  WS-CONTACT-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-CONTACT-RESULT    PIC X VALUE SPACE.
           88  LETTER-IS-CAPPED     VALUE 'H'.
           88  LETTER-ALREADY-LOGGED VALUE 'S'.

      *    Pieces produced, by the customer's company on the name
      *    master, for the month-end chargeback (see CHGUSAGE).
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

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
           88  LETTER-IS-INACTIVE   VALUE 'Y'.
       01  WS-INACTIVE-COUNT    PIC 9(9) VALUE 0.

      *    Campaign driver state -- see the DRIVER-FILE SELECT note.
       01  WS-DRIVER-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-DRIVER-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-DRIVER-MAX        PIC 9(5) COMP VALUE 20000.
       01  WS-DRIVER-FULL-SW    PIC X VALUE 'N'.
           88  DRIVER-LIST-OVERFLOWED VALUE 'Y'.
       01  WS-NOT-SELECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-DRIVER-HIT-SW     PIC X VALUE 'Y'.
           88  LETTER-IS-SELECTED   VALUE 'Y'.
       01  WS-DRIVER-TABLE.
           05  WS-DRIVER-ENTRY OCCURS 20000 TIMES PIC X(10).
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Household addressing state -- see the HH-ADDRESSEE-FILE
      *    SELECT note. A head not on the file (a household of one)
      *    keeps the individual name and salutation.
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
               10  WS-HHA-SALUTATION PIC X(150).
       01  WS-CUR-NAME-LINE     PIC X(80) VALUE SPACES.

      *    Address-in-effect screen -- see ADDRALT.
       01  WS-ALT-FUNC          PIC X VALUE SPACE.
       01  WS-MAIL-DATE         PIC X(8) VALUE SPACES.
       01  WS-LETTER-MAIL-DATE  PIC X(8) VALUE SPACES.
       01  WS-MAIL-CLASS        PIC X(10) VALUE 'GENERAL'.
           88  BILLING-MAIL         VALUE 'BILLING'.
       01  WS-ALT-MAIL-CLASS    PIC X VALUE SPACE.
       01  WS-ALT-ADDRESS-KEY   PIC X(10) VALUE SPACES.
       01  WS-ALT-ADDRESS-TEXT  PIC X(246) VALUE SPACES.
       01  WS-ALT-FOUND-SW      PIC X VALUE 'N'.
       01  WS-ADDR-STALE-SW     PIC X VALUE 'N'.
           88  LETTER-ADDRESS-STALE VALUE 'Y'.
       01  WS-ADDR-STALE-COUNT  PIC 9(9) VALUE 0.

      *    Confirmation mode -- see the CONFIRM-REQUEST-FILE SELECT
      *    note. Slot 1 name, 2 address change, 3 move; a slot whose
      *    template is missing holds its requests as NO TEMPLATE.
       01  WS-CONFIRM-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-CONFIRM-MODE-SW   PIC X VALUE 'N'.
           88  CONFIRMATION-MODE    VALUE 'Y'.
       01  WS-CONFLOG-FILENAME  PIC X(100)
                                VALUE 'confirm_letter_log.txt'.
       01  WS-CONF-TEMPLATE-SLOTS.
           05  WS-CONF-SLOT OCCURS 3 TIMES.
               10  WS-CONF-TPL-FILENAME PIC X(100).
               10  WS-CONF-TPL-COUNT    PIC 9(4) COMP.
               10  WS-CONF-TPL-TABLE    PIC X(14400).
       01  WS-CONF-SLOT-IDX     PIC 9 VALUE 0.
       01  WS-CONF-LOADED-COUNT PIC 9 VALUE 0.
       01  WS-CAMPAIGN-GIVEN-SW PIC X VALUE 'N'.
       01  WS-CONF-COPIES       PIC 9 VALUE 0.
       01  WS-CONF-HOLD-REASON  PIC X(30) VALUE SPACES.
       01  WS-CONF-PRINTED-COUNT PIC 9(9) VALUE 0.
       01  WS-CONF-HELD-COUNT   PIC 9(9) VALUE 0.

      *    STRREPLACE work buffers, STRING.cpy convention.
       COPY "STRING.cpy" REPLACING
                     ==MY-STRING== BY ==WS-TPL-STR==
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CONTACT-RUN-ID
           MOVE 'letter_confirm_name.txt' TO WS-CONF-TPL-FILENAME(1)
           MOVE 'letter_confirm_address.txt'
               TO WS-CONF-TPL-FILENAME(2)
           MOVE 'letter_confirm_move.txt' TO WS-CONF-TPL-FILENAME(3)
           PERFORM GET-RUN-PARAMETERS
           IF WS-CONFIRM-FILENAME NOT = SPACES
               MOVE 'Y' TO WS-CONFIRM-MODE-SW
           END-IF
           IF WS-MAIL-DATE NOT = SPACES
                   AND WS-MAIL-DATE IS NOT NUMERIC
               DISPLAY "MAILDATE= must be YYYYMMDD: " WS-MAIL-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'G' TO WS-ALT-MAIL-CLASS
           IF BILLING-MAIL
               MOVE 'B' TO WS-ALT-MAIL-CLASS
           END-IF
           IF CONFIRMATION-MODE
               PERFORM LOAD-CONFIRM-TEMPLATES
               IF WS-CONF-LOADED-COUNT = 0
                   DISPLAY "FT-LETTER: no confirmation template "
                       "could be read"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-CAMPAIGN-GIVEN-SW NOT = 'Y'
                   MOVE 'CONFIRM' TO WS-CAMPAIGN-CODE
               END-IF
           ELSE
               PERFORM LOAD-TEMPLATE
               IF WS-TEMPLATE-COUNT = 0
                   DISPLAY "FT-LETTER: empty or missing template: "
                       FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-SALUTATIONS
           IF HOUSEHOLD-ADDRESSING AND NOT CONFIRMATION-MODE
               PERFORM LOAD-HOUSEHOLD-ADDRESSEES
           END-IF
           IF WS-DRIVER-FILENAME NOT = SPACES
                   AND NOT CONFIRMATION-MODE
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

           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-STATUS-SCREEN-SW
           END-IF

           IF CONFIRMATION-MODE
               PERFORM OPEN-CONFIRM-FILES
               IF WS-CFR-STAT NOT = "00" OR WS-CLG-STAT NOT = "00"
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT KEYED-LABELS-FILE
               IF WS-KEY-STAT NOT = "00"
                   DISPLAY "Failed to open keyed labels. STATUS="
                       WS-KEY-STAT " FILE="
                       FUNCTION TRIM(WS-KEYED-FILENAME)
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT PRINT-STREAM-FILE
           IF WS-PRT-STAT NOT = "00"
               DISPLAY "Failed to open print stream. STATUS="
                   WS-PRT-STAT
               IF CONFIRMATION-MODE
                   CLOSE CONFIRM-REQUEST-FILE
                   CLOSE CONFIRM-LOG-FILE
               ELSE
                   CLOSE KEYED-LABELS-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAGE-INDEX-FILE
           IF WS-IDX-STAT = "00"
               MOVE 'Y' TO WS-INDEX-OPEN-SW
           ELSE
               DISPLAY "Page index not writable - letters print "
                   "without one. STATUS=" WS-IDX-STAT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           IF CONFIRMATION-MODE
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONFIRM-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CFR-CUST-ID NOT = SPACES
                               PERFORM RELEASE-ONE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-REQUEST-FILE
               CLOSE CONFIRM-LOG-FILE
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ KEYED-LABELS-FILE INTO WS-KEYED-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(WS-KEYED-LINE(1:10))
                                   NOT = SPACES
                               PERFORM RELEASE-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYED-LABELS-FILE
           END-IF

           CLOSE PRINT-STREAM-FILE
           IF PAGE-INDEX-OPEN
               CLOSE PAGE-INDEX-FILE
           END-IF
           IF STATUS-SCREEN-ON
               CLOSE NAME-MASTER-FILE
           END-IF
           MOVE 'E' TO WS-CONTACT-FUNC
           PERFORM CALL-CONTACT-LEDGER
           PERFORM FLUSH-PIECE-USAGE
           MOVE 'E' TO WS-ALT-FUNC
           PERFORM CALL-ADDRESS-ALTERNATES
           PERFORM WRITE-LETTER-REPORT
           DISPLAY "FT-LETTER: letters=" WS-LETTER-COUNT
               " pages=" WS-PAGE-COUNT
               " no-salutation=" WS-NO-SAL-COUNT
               " freq-capped=" WS-FREQ-CAP-COUNT
           IF CONFIRMATION-MODE
               DISPLAY "FT-LETTER: confirmations printed="
                   WS-CONF-PRINTED-COUNT " held=" WS-CONF-HELD-COUNT
           END-IF
           GOBACK.

       RELEASE-ONE-LETTER.
           MOVE WS-KEYED-LINE(1:10) TO WS-CONTACT-CUST-ID
           PERFORM CHECK-DRIVER-SELECTION
           PERFORM CHECK-MASTER-STATUS
           IF NOT LETTER-IS-SELECTED
               ADD 1 TO WS-NOT-SELECTED-COUNT
           ELSE
           IF LETTER-IS-INACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
           PERFORM CHECK-ADDRESS-IN-EFFECT
           IF LETTER-ADDRESS-STALE
               ADD 1 TO WS-ADDR-STALE-COUNT
           ELSE
               MOVE 'C' TO WS-CONTACT-FUNC
               PERFORM CALL-CONTACT-LEDGER
               IF LETTER-IS-CAPPED
                   ADD 1 TO WS-FREQ-CAP-COUNT
               ELSE
                   PERFORM GENERATE-ONE-LETTER
                   IF NOT LETTER-ALREADY-LOGGED
                       MOVE 'R' TO WS-CONTACT-FUNC
                       PERFORM CALL-CONTACT-LEDGER
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *    The log is the night's record of what went out, so a run
      *    that cannot add to it prints nothing.
       OPEN-CONFIRM-FILES.
           OPEN INPUT CONFIRM-REQUEST-FILE
           IF WS-CFR-STAT NOT = "00"
               DISPLAY "Failed to open confirmation requests. STATUS="
                   WS-CFR-STAT " FILE="
                   FUNCTION TRIM(WS-CONFIRM-FILENAME)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONFIRM-LOG-FILE
           IF WS-CLG-STAT = "35"
               OPEN OUTPUT CONFIRM-LOG-FILE
           END-IF
           IF WS-CLG-STAT NOT = "00"
               DISPLAY "Failed to open confirmation log. STATUS="
                   WS-CLG-STAT " FILE="
                   FUNCTION TRIM(WS-CONFLOG-FILENAME)
               CLOSE CONFIRM-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    One request, one log line: P with the copies printed, or
      *    H and why none was.
       RELEASE-ONE-CONFIRMATION.
           MOVE CFR-CUST-ID TO WS-CONTACT-CUST-ID
           MOVE 0 TO WS-CONF-COPIES
           MOVE SPACES TO WS-CONF-HOLD-REASON
           EVALUATE TRUE
               WHEN CFR-NAME-CHANGE
                   MOVE 1 TO WS-CONF-SLOT-IDX
               WHEN CFR-MOVE
                   MOVE 3 TO WS-CONF-SLOT-IDX
               WHEN OTHER
                   MOVE 2 TO WS-CONF-SLOT-IDX
           END-EVALUATE
           MOVE WS-CONF-TPL-FILENAME(WS-CONF-SLOT-IDX)
               TO WS-TEMPLATE-FILENAME
           MOVE WS-CONF-TPL-COUNT(WS-CONF-SLOT-IDX)
               TO WS-TEMPLATE-COUNT
           MOVE WS-CONF-TPL-TABLE(WS-CONF-SLOT-IDX)
               TO WS-TEMPLATE-TABLE
           MOVE SPACES TO WS-KEYED-LINE
           MOVE CFR-CUST-ID TO WS-KEYED-LINE(1:10)
           MOVE CFR-NAME-LINE TO WS-KEYED-LINE(12:80)
           PERFORM CHECK-MASTER-STATUS
           EVALUATE TRUE
               WHEN WS-TEMPLATE-COUNT = 0
                   MOVE 'NO TEMPLATE' TO WS-CONF-HOLD-REASON
               WHEN LETTER-IS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE 'STATUS HELD' TO WS-CONF-HOLD-REASON
               WHEN CFR-NAME-CHANGE
                   IF CFR-MAIL-1 = SPACES AND CFR-MAIL-2 = SPACES
                       MOVE 'NO ADDRESS' TO WS-CONF-HOLD-REASON
                   ELSE
                       MOVE CFR-MAIL-1 TO WS-KEYED-LINE(93:80)
                       MOVE CFR-MAIL-2 TO WS-KEYED-LINE(174:80)
                       PERFORM GENERATE-ONE-LETTER
                       ADD 1 TO WS-CONF-COPIES
                   END-IF
               WHEN OTHER
                   IF CFR-AFTER-1 NOT = SPACES
                           OR CFR-AFTER-2 NOT = SPACES
                       MOVE CFR-AFTER-1 TO WS-KEYED-LINE(93:80)
                       MOVE CFR-AFTER-2 TO WS-KEYED-LINE(174:80)
                       PERFORM GENERATE-ONE-LETTER
                       ADD 1 TO WS-CONF-COPIES
                   END-IF
                   IF CFR-BEFORE-1 NOT = SPACES
                           OR CFR-BEFORE-2 NOT = SPACES
                       MOVE CFR-BEFORE-1 TO WS-KEYED-LINE(93:80)
                       MOVE CFR-BEFORE-2 TO WS-KEYED-LINE(174:80)
                       PERFORM GENERATE-ONE-LETTER
                       ADD 1 TO WS-CONF-COPIES
                   END-IF
                   IF WS-CONF-COPIES = 0
                       MOVE 'NO ADDRESS' TO WS-CONF-HOLD-REASON
                   END-IF
           END-EVALUATE
           MOVE SPACES TO CONFIRM-LOG-RECORD
           MOVE CFR-EVENT-KEY TO CLG-EVENT-KEY
           MOVE WS-CONTACT-RUN-ID TO CLG-RUN-ID
           MOVE WS-CONF-COPIES TO CLG-COPIES
           IF WS-CONF-COPIES > 0
               ADD 1 TO WS-CONF-PRINTED-COUNT
               MOVE 'P' TO CLG-RESULT
               MOVE 'R' TO WS-CONTACT-FUNC
               PERFORM CALL-CONTACT-LEDGER
           ELSE
               ADD 1 TO WS-CONF-HELD-COUNT
               MOVE 'H' TO CLG-RESULT
               MOVE WS-CONF-HOLD-REASON TO CLG-REASON
           END-IF
           WRITE CONFIRM-LOG-RECORD
           IF WS-CLG-STAT NOT = "00"
               DISPLAY "Write error on confirmation log. STATUS="
                   WS-CLG-STAT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A keyed line from before the block carried its mail date
      *    and address key reads blank in both: mailed today, to the
      *    primary address.
       CHECK-ADDRESS-IN-EFFECT.
           MOVE 'N' TO WS-ADDR-STALE-SW
           MOVE WS-MAIL-DATE TO WS-LETTER-MAIL-DATE
           IF WS-LETTER-MAIL-DATE = SPACES
               MOVE WS-KEYED-LINE(255:8) TO WS-LETTER-MAIL-DATE
           END-IF
           IF WS-LETTER-MAIL-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-LETTER-MAIL-DATE
           END-IF
           MOVE 'F' TO WS-ALT-FUNC
           PERFORM CALL-ADDRESS-ALTERNATES
           IF WS-ALT-ADDRESS-KEY NOT = WS-KEYED-LINE(264:10)
               MOVE 'Y' TO WS-ADDR-STALE-SW
           END-IF.

       CALL-ADDRESS-ALTERNATES.
           CALL 'ADDRALT' USING WS-ALT-FUNC WS-CONTACT-CUST-ID
               WS-LETTER-MAIL-DATE WS-ALT-MAIL-CLASS
               WS-ALT-ADDRESS-KEY WS-ALT-ADDRESS-TEXT WS-ALT-FOUND-SW.

      *    Only the customer's own slot counts -- a fold neighbor's
      *    status says nothing about this customer -- and a blank
      *    code predates status on the master and is active.
       CHECK-MASTER-STATUS.
           MOVE 'N' TO WS-INACTIVE-HIT-SW
           IF STATUS-SCREEN-ON
               MOVE WS-KEYED-LINE(1:10) TO WS-LOOKUP-CUST-ID
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
      *    printing the whole keyed file in its place; one longer
      *    than the table stops it with RC 8 rather than silently
      *    dropping the tail of the campaign.
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
                   IF WS-CONTACT-CUST-ID = WS-DRIVER-ENTRY(IDX)
                       MOVE 'Y' TO WS-DRIVER-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-PIECE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-LETTER' TO USAGE-PROGRAM
           MOVE 'LETTER' TO USAGE-VOLUME
           MOVE WS-CONTACT-CUST-ID TO USAGE-CUST-ID
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       FLUSH-PIECE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE WS-CONTACT-RUN-ID TO USAGE-RUN-ID
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       CALL-CONTACT-LEDGER.
           CALL 'CONTACTLG' USING WS-CONTACT-FUNC WS-CONTACT-CUST-ID
               WS-CAMPAIGN-CODE WS-CONTACT-CHANNEL WS-CONTACT-PROGRAM
               WS-CONTACT-RUN-ID WS-CONTACT-RESULT.

       GENERATE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           PERFORM TALLY-PIECE-USAGE
           PERFORM FIND-HOUSEHOLD-ADDRESSEE
           IF WS-HHADDR-HIT-IDX > 0
               ADD 1 TO WS-HHADDR-USED-COUNT
               MOVE WS-HHA-NAME-LINE(WS-HHADDR-HIT-IDX)
                   TO WS-CUR-NAME-LINE
               MOVE WS-HHA-SALUTATION(WS-HHADDR-HIT-IDX)
                   TO WS-CUR-SALUTATION
           ELSE
               PERFORM FIND-SALUTATION-FOR-CUSTOMER
               MOVE WS-KEYED-LINE(12:80) TO WS-CUR-NAME-LINE
           END-IF
           MOVE 0 TO WS-LINE-ON-PAGE
           COMPUTE WS-LETTER-START-PAGE = WS-PAGE-COUNT + 1
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               PERFORM RENDER-ONE-TEMPLATE-LINE
           END-PERFORM
           PERFORM WRITE-PAGE-INDEX-LINE.

       WRITE-PAGE-INDEX-LINE.
           IF PAGE-INDEX-OPEN
               MOVE SPACES TO PAGE-INDEX-RECORD
               MOVE WS-KEYED-LINE(1:10) TO PIX-CUST-ID
               MOVE WS-CONTACT-RUN-ID TO PIX-RUN-ID
               MOVE WS-LETTER-START-PAGE TO PIX-START-PAGE
               COMPUTE PIX-PAGE-COUNT =
                   WS-PAGE-COUNT - WS-LETTER-START-PAGE + 1
               MOVE WS-TEMPLATE-FILENAME TO PIX-TEMPLATE
               WRITE PAGE-INDEX-RECORD
           END-IF.

       FIND-SALUTATION-FOR-CUSTOMER.
           MOVE SPACES TO WS-CUR-SALUTATION
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SAL-COUNT
               IF WS-KEYED-LINE(1:10) = WS-SAL-CUST-ID(IDX)
                   MOVE WS-SAL-TEXT(IDX) TO WS-CUR-SALUTATION
                   EXIT PERFORM
               END-IF
               MOVE "Dear Customer:" TO WS-CUR-SALUTATION
           END-IF.

       FIND-HOUSEHOLD-ADDRESSEE.
           MOVE 0 TO WS-HHADDR-HIT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-HHADDR-COUNT
               IF WS-KEYED-LINE(1:10) = WS-HHA-HEAD-ID(IDX)
                   MOVE IDX TO WS-HHADDR-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    An unreadable addressee file is called out but does not
      *    stop the run: every letter still goes to its own member.
       LOAD-HOUSEHOLD-ADDRESSEES.
           MOVE 0 TO WS-HHADDR-COUNT
           OPEN INPUT HH-ADDRESSEE-FILE
           IF WS-HHA-STAT NOT = "00"
               DISPLAY "Household addressee file not readable - "
                   "letters keep individual addressing. STATUS="
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
                               MOVE HH-ADDRESSEE-RECORD(108:150)
                                   TO WS-HHA-SALUTATION(
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

      *    One template line through every token, then out to the
      *    stream. The first line of a letter (and of any spill
      *    page) ejects to a new page.
           MOVE WS-CUR-SALUTATION TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE '&NAME' TO WS-TOKEN-NAME
           MOVE WS-CUR-NAME-LINE TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE '&ADDRESS1' TO WS-TOKEN-NAME
           MOVE WS-KEYED-LINE(93:80) TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE '&ADDRESS2' TO WS-TOKEN-NAME
           MOVE WS-KEYED-LINE(174:80) TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE '&CUSTID' TO WS-TOKEN-NAME
           MOVE WS-KEYED-LINE(1:10) TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           MOVE '&DATE' TO WS-TOKEN-NAME
           MOVE WS-RUN-DATE TO WS-TOKEN-VALUE
           PERFORM REPLACE-ONE-TOKEN
           IF CONFIRMATION-MODE
               MOVE '&OLD1' TO WS-TOKEN-NAME
               MOVE CFR-BEFORE-1 TO WS-TOKEN-VALUE
               PERFORM REPLACE-ONE-TOKEN
               MOVE '&OLD2' TO WS-TOKEN-NAME
               MOVE CFR-BEFORE-2 TO WS-TOKEN-VALUE
               PERFORM REPLACE-ONE-TOKEN
               MOVE '&NEW1' TO WS-TOKEN-NAME
               MOVE CFR-AFTER-1 TO WS-TOKEN-VALUE
               PERFORM REPLACE-ONE-TOKEN
               MOVE '&NEW2' TO WS-TOKEN-NAME
               MOVE CFR-AFTER-2 TO WS-TOKEN-VALUE
               PERFORM REPLACE-ONE-TOKEN
               MOVE '&CHANGEDATE' TO WS-TOKEN-NAME
               MOVE CFR-EVENT-DATE TO WS-TOKEN-VALUE
               PERFORM REPLACE-ONE-TOKEN
           END-IF

           MOVE SPACES TO PRINT-STREAM-RECORD
           IF WS-LINE-ON-PAGE = 0 OR
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    Each event type's template through LOAD-TEMPLATE into its
      *    slot; a missing one is called out and its requests held.
       LOAD-CONFIRM-TEMPLATES.
           MOVE 0 TO WS-CONF-LOADED-COUNT
           PERFORM VARYING WS-CONF-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-CONF-SLOT-IDX > 3
               MOVE WS-CONF-TPL-FILENAME(WS-CONF-SLOT-IDX)
                   TO WS-TEMPLATE-FILENAME
               MOVE SPACES TO WS-TEMPLATE-TABLE
               PERFORM LOAD-TEMPLATE
               MOVE WS-TEMPLATE-COUNT
                   TO WS-CONF-TPL-COUNT(WS-CONF-SLOT-IDX)
               MOVE WS-TEMPLATE-TABLE
                   TO WS-CONF-TPL-TABLE(WS-CONF-SLOT-IDX)
               IF WS-TEMPLATE-COUNT = 0
                   DISPLAY "FT-LETTER: empty or missing template: "
                       FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                       " - its confirmations are held"
               ELSE
                   ADD 1 TO WS-CONF-LOADED-COUNT
               END-IF
           END-PERFORM.

      *    Salutation line layout per FT-NAME's WRITE-SALUTATION-
      *    RECORD: id 1-10, then the "Dear ...:" text from byte 12.
       LOAD-SALUTATIONS.
               STRING "No salutation   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-FREQ-CAP-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Frequency cap   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-INACTIVE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Status held     : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ADDR-STALE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Address changed : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-DRIVER-FILENAME NOT = SPACES
                   MOVE WS-NOT-SELECTED-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Not selected    : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF CONFIRMATION-MODE
                   MOVE WS-CONF-PRINTED-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Confirmations   : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-CONF-HELD-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Confirm held    : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF HOUSEHOLD-ADDRESSING AND NOT CONFIRMATION-MODE
                   MOVE WS-HHADDR-USED-COUNT TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Household addr  : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE
           END-IF.

           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
                       WS-PARM-TOKEN-4 WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
                       WS-PARM-TOKEN-7 WS-PARM-TOKEN-8 WS-PARM-TOKEN-9
                       WS-PARM-TOKEN-10 WS-PARM-TOKEN-11
                       WS-PARM-TOKEN-12 WS-PARM-TOKEN-13
                       WS-PARM-TOKEN-14 WS-PARM-TOKEN-15
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
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-9) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-10) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-11) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-12) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-13) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-14) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-15) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                       MOVE WS-PARM-WORK(8:93) TO WS-KEYED-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'OUTPUT='
                       MOVE WS-PARM-WORK(8:93) TO WS-PRINT-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CAMPAIGN='
                       MOVE WS-PARM-WORK(10:10) TO WS-CAMPAIGN-CODE
                       MOVE 'Y' TO WS-CAMPAIGN-GIVEN-SW
                   WHEN WS-PARM-WORK(1:7) = 'DRIVER='
                       MOVE WS-PARM-WORK(8:93) TO WS-DRIVER-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSEE='
                       MOVE WS-PARM-WORK(11:10) TO WS-ADDRESSEE-MODE
                   WHEN WS-PARM-WORK(1:7) = 'HHADDR='
                       MOVE WS-PARM-WORK(8:93) TO WS-HHADDR-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'INDEX='
                       MOVE WS-PARM-WORK(7:94) TO WS-INDEX-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'MAILDATE='
                       MOVE WS-PARM-WORK(10:8) TO WS-MAIL-DATE
                   WHEN WS-PARM-WORK(1:10) = 'MAILCLASS='
                       MOVE WS-PARM-WORK(11:10) TO WS-MAIL-CLASS
                   WHEN WS-PARM-WORK(1:8) = 'CONFIRM='
                       MOVE WS-PARM-WORK(9:92) TO WS-CONFIRM-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CONFNAME='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONF-TPL-FILENAME(1)
                   WHEN WS-PARM-WORK(1:9) = 'CONFADDR='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONF-TPL-FILENAME(2)
                   WHEN WS-PARM-WORK(1:9) = 'CONFMOVE='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONF-TPL-FILENAME(3)
                   WHEN WS-PARM-WORK(1:8) = 'CONFLOG='
                       MOVE WS-PARM-WORK(9:92) TO WS-CONFLOG-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
