       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CONFIRM.

      *    Regulatory change-confirmation trigger and reconciliation.
      *    The regulator expects a written confirmation of every name
      *    change, and of every address change sent to both the old
      *    and the new address; until now they went out when someone
      *    remembered. This step gathers the night's change events
      *    from what the cleansing steps already write:
      *      - name_changes.txt, FT-NAME's before/after pair for each
      *        master rewrite whose name moved (a first name on file
      *        is a new customer, not a change);
      *      - address_changes.txt, FT-ADDRESS's twin for addresses,
      *        one line per master rewrite that replaced a different
      *        address, from the nightly pass or a MOVES= run alike;
      *      - address_moves_report.txt, the APPLIED lines of
      *        FT-ADDRESS's move-transaction mode, which mark the
      *        night's address changes that came from a postal move.
      *    Change lines are the night's when their run id falls on
      *    the run date (RUNDATE=YYYYMMDD, default today), which also
      *    keeps an earlier night's moves report from being taken
      *    again: a move line counts only when it marks one of the
      *    night's address changes. A customer changed twice in the
      *    night gets one event for the net change -- the first
      *    before value and the last after value -- and a change that
      *    ends where it began gets none.
      *      - MODE=TRIGGER (default) writes one letter request per
      *        event (confirm_requests.txt, CONFIRM-REQUEST.cpy)
      *        carrying the event type, the before and after values
      *        as readable lines, the customer's current name, and
      *        for a name change the address on file to mail it to.
      *        FT-LETTER's CONFIRM= mode prints the letters from the
      *        event's own template and notes each request on the
      *        confirmation log.
      *      - MODE=RECONCILE, after FT-LETTER, gathers the same
      *        events again from the sources -- not from the request
      *        file, so a lost or hand-edited request file cannot hide
      *        an event -- and checks the confirmation log: every
      *        event must show exactly one printed confirmation for
      *        the run date. Events with none (and why, when the
      *        letter was held), events confirmed more than once, and
      *        printed confirmations that match no event are listed
      *        on the report and raised on the shared alert queue.
      *    RC 4 when the event table fills, 8 on reconciliation
      *    exceptions, 12 when the request file or report cannot be
      *    written.
      *    Same RELATIVE-organization declaration and shared key fold
      *    the masters' writers use (see name.cob's note on this
      *    build's disabled ISAM handler).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Change lines, FT-NAME's and FT-ADDRESS's shared layout:
      *    "id RUN-ID=yyyymmddhhmmss PRIOR=[...] NEW=[...]", the
      *    bracketed values the structured 246-byte name or address
      *    text.
           SELECT NAME-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-NAME-CHANGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCH-STAT.
           SELECT ADDRESS-CHANGES-FILE ASSIGN TO DYNAMIC
               WS-ADDR-CHANGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STAT.
      *    FT-ADDRESS's move-update report: "APPLIED  " then the
      *    customer id at 10-19 for each move it applied.
           SELECT MOVES-REPORT-FILE ASSIGN TO DYNAMIC
               WS-MOVES-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-STAT.
      *    The keyed masters, probed by id for the customer's current
      *    name and address. An absent master leaves the field blank.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ADDR-MASTER-RKEY
               FILE STATUS IS WS-AMS-STAT.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STAT.
      *    FT-LETTER's confirmation log, appended each CONFIRM= run:
      *    event key 1-21, letter run id 23-36, result 38 (P printed,
      *    H held), copies printed 40, hold reason 42-71.
           SELECT CONFIRM-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-CHANGES-FILE.
       01  NAME-CHANGES-RECORD      PIC X(560).

       FD  ADDRESS-CHANGES-FILE.
       01  ADDRESS-CHANGES-RECORD   PIC X(560).

       FD  MOVES-REPORT-FILE.
       01  MOVES-REPORT-RECORD      PIC X(300).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-NCH-STAT      PIC XX VALUE SPACES.
       77  WS-ACH-STAT      PIC XX VALUE SPACES.
       77  WS-MRP-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-REQ-STAT      PIC XX VALUE SPACES.
       77  WS-LOG-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-NAME-CHANGES-FILENAME PIC X(100)
                                VALUE 'name_changes.txt'.
       01  WS-ADDR-CHANGES-FILENAME PIC X(100)
                                VALUE 'address_changes.txt'.
       01  WS-MOVES-RPT-FILENAME PIC X(100)
                                VALUE 'address_moves_report.txt'.
       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-REQUEST-FILENAME  PIC X(100)
                                VALUE 'confirm_requests.txt'.
       01  WS-LOG-FILENAME      PIC X(100)
                                VALUE 'confirm_letter_log.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'confirm_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-8      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-MODE          PIC X(9) VALUE 'TRIGGER'.
           88  MODE-TRIGGER         VALUE 'TRIGGER'.
           88  MODE-RECONCILE       VALUE 'RECONCILE'.
       01  WS-NOW               PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    The night's events, one per customer and kind (N name, A
      *    address; an A a move line marks becomes M). The first
      *    line's before value stays, each later line's after value
      *    and run id replace the last.
       01  WS-EVENT-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-MAX         PIC 9(5) COMP VALUE 5000.
       01  WS-EVENT-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-HIT-IDX     PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-FULL-SW     PIC X VALUE 'N'.
           88  EVENT-TABLE-FULL     VALUE 'Y'.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 5000 TIMES.
               10  WS-EVT-CUST-ID   PIC X(10).
               10  WS-EVT-KIND      PIC X(1).
               10  WS-EVT-RUN-ID    PIC X(14).
               10  WS-EVT-BEFORE    PIC X(246).
               10  WS-EVT-AFTER     PIC X(246).
               10  WS-EVT-PRINTED   PIC 9(3).
               10  WS-EVT-HELD-REASON PIC X(30).

      *    One change line taken apart.
       01  WS-CHG-LINE          PIC X(560) VALUE SPACES.
       01  WS-CHG-KIND          PIC X VALUE SPACE.
       01  WS-CHG-BEFORE        PIC X(246) VALUE SPACES.
       01  WS-CHG-AFTER         PIC X(246) VALUE SPACES.
       01  WS-SHIFT-WORK        PIC X(246) VALUE SPACES.
       01  WS-SOURCE-MISSING    PIC X(80) VALUE SPACES.
       01  WS-SOURCE-PTR        PIC 9(3) VALUE 1.

      *    Render work: a structured name or address laid over its
      *    copybook, the readable lines built from it.
       01  WS-NAME-WORK.
           COPY "NAME-RECORD.cpy".
       01  WS-ADDR-WORK.
           COPY "ADDRESS-RECORD.cpy".
       01  WS-RENDER-LINE-1     PIC X(80) VALUE SPACES.
       01  WS-RENDER-LINE-2     PIC X(80) VALUE SPACES.
       01  WS-RENDER-PTR        PIC 9(3) VALUE 1.

      *    Master probes -- byte-identical key fold to name.cob's.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-ADDR-MASTER-RKEY  PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-NAME-MASTER-OPEN-SW PIC X VALUE 'N'.
           88  NAME-MASTER-OPEN     VALUE 'Y'.
       01  WS-ADDR-MASTER-OPEN-SW PIC X VALUE 'N'.
           88  ADDR-MASTER-OPEN     VALUE 'Y'.
       01  WS-PROBE-FOUND-SW    PIC X VALUE 'N'.
           88  PROBE-FOUND          VALUE 'Y'.

      *    Trigger counts.
       01  WS-NAME-EVENT-COUNT  PIC 9(9) VALUE 0.
       01  WS-ADDR-EVENT-COUNT  PIC 9(9) VALUE 0.
       01  WS-MOVE-EVENT-COUNT  PIC 9(9) VALUE 0.
       01  WS-REQUEST-COUNT     PIC 9(9) VALUE 0.
       01  WS-UNCHANGED-COUNT   PIC 9(9) VALUE 0.
       01  WS-NO-MAIL-COUNT     PIC 9(9) VALUE 0.

      *    Reconciliation state: the log's lines for the run date.
       01  WS-LOG-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-LOG-MAX           PIC 9(5) COMP VALUE 10000.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 10000 TIMES.
               10  WS-LOG-KEY       PIC X(21).
               10  WS-LOG-RESULT    PIC X(1).
               10  WS-LOG-REASON    PIC X(30).
               10  WS-LOG-MATCHED   PIC X(1).
       01  WS-EVENT-KEY         PIC X(21) VALUE SPACES.
       01  WS-EVENT-TOTAL       PIC 9(9) VALUE 0.
       01  WS-CONFIRMED-COUNT   PIC 9(9) VALUE 0.
       01  WS-MISSING-COUNT     PIC 9(9) VALUE 0.
       01  WS-REPEAT-COUNT      PIC 9(9) VALUE 0.
       01  WS-ORPHAN-COUNT      PIC 9(9) VALUE 0.
       01  WS-PRINTED-EDIT      PIC ZZ9.
       01  WS-EXCEPTION-TEXT    PIC X(60) VALUE SPACES.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "RUNDATE= must be YYYYMMDD: " WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT MODE-TRIGGER AND NOT MODE-RECONCILE
               DISPLAY "FT-CONFIRM: supply MODE=TRIGGER or "
                   "MODE=RECONCILE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GATHER-CHANGE-EVENTS
           IF MODE-TRIGGER
               PERFORM WRITE-LETTER-REQUESTS
           ELSE
               PERFORM RECONCILE-CONFIRMATIONS
           END-IF
           IF EVENT-TABLE-FULL AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A source that is not there is named on the report; the
      *    night simply had no changes of that kind.
       GATHER-CHANGE-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE SPACES TO WS-SOURCE-MISSING
           MOVE 1 TO WS-SOURCE-PTR
           OPEN INPUT NAME-CHANGES-FILE
           IF WS-NCH-STAT = "00"
               MOVE 'N' TO WS-CHG-KIND
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ NAME-CHANGES-FILE INTO WS-CHG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-ONE-CHANGE-LINE
                   END-READ
               END-PERFORM
               CLOSE NAME-CHANGES-FILE
           ELSE
               STRING FUNCTION TRIM(WS-NAME-CHANGES-FILENAME) " "
                   DELIMITED BY SIZE INTO WS-SOURCE-MISSING
                   WITH POINTER WS-SOURCE-PTR
               END-STRING
           END-IF
           OPEN INPUT ADDRESS-CHANGES-FILE
           IF WS-ACH-STAT = "00"
               MOVE 'A' TO WS-CHG-KIND
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ADDRESS-CHANGES-FILE INTO WS-CHG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-ONE-CHANGE-LINE
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-CHANGES-FILE
           ELSE
               STRING FUNCTION TRIM(WS-ADDR-CHANGES-FILENAME) " "
                   DELIMITED BY SIZE INTO WS-SOURCE-MISSING
                   WITH POINTER WS-SOURCE-PTR
               END-STRING
           END-IF
      *    No moves report is the usual night -- no move run.
           OPEN INPUT MOVES-REPORT-FILE
           IF WS-MRP-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ MOVES-REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM MARK-ONE-MOVE
                   END-READ
               END-PERFORM
               CLOSE MOVES-REPORT-FILE
           END-IF.

      *    Only a well-formed line of the run date counts; a blank
      *    before value is a customer's first name or address on
      *    file, not a change.
       TAKE-ONE-CHANGE-LINE.
           IF WS-CHG-LINE(11:8) NOT = ' RUN-ID='
                   OR WS-CHG-LINE(19:8) NOT = WS-RUN-DATE
                   OR WS-CHG-LINE(33:8) NOT = ' PRIOR=['
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHG-BEFORE WS-CHG-AFTER
           UNSTRING WS-CHG-LINE(41:520) DELIMITED BY '] NEW=[' OR ']'
               INTO WS-CHG-BEFORE WS-CHG-AFTER
           END-UNSTRING
           IF WS-CHG-BEFORE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-KIND = 'A'
               MOVE WS-CHG-BEFORE TO WS-ADDR-WORK
               PERFORM RESTORE-ADDRESS-COLUMNS
               MOVE WS-ADDR-WORK TO WS-CHG-BEFORE
               MOVE WS-CHG-AFTER TO WS-ADDR-WORK
               PERFORM RESTORE-ADDRESS-COLUMNS
               MOVE WS-ADDR-WORK TO WS-CHG-AFTER
           END-IF
           MOVE 0 TO WS-EVENT-HIT-IDX
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-CUST-ID(WS-EVENT-IDX) = WS-CHG-LINE(1:10)
                       AND WS-EVT-KIND(WS-EVENT-IDX) = WS-CHG-KIND
                   MOVE WS-EVENT-IDX TO WS-EVENT-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EVENT-HIT-IDX = 0
               IF WS-EVENT-COUNT >= WS-EVENT-MAX
                   IF NOT EVENT-TABLE-FULL
                       DISPLAY "FT-CONFIRM: event table full at "
                           WS-EVENT-MAX " - later changes not taken"
                       MOVE 'Y' TO WS-EVENT-FULL-SW
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-EVENT-COUNT TO WS-EVENT-HIT-IDX
               MOVE WS-CHG-LINE(1:10)
                   TO WS-EVT-CUST-ID(WS-EVENT-HIT-IDX)
               MOVE WS-CHG-KIND TO WS-EVT-KIND(WS-EVENT-HIT-IDX)
               MOVE WS-CHG-BEFORE TO WS-EVT-BEFORE(WS-EVENT-HIT-IDX)
               MOVE 0 TO WS-EVT-PRINTED(WS-EVENT-HIT-IDX)
               MOVE SPACES TO WS-EVT-HELD-REASON(WS-EVENT-HIT-IDX)
           END-IF
           MOVE WS-CHG-LINE(19:14) TO WS-EVT-RUN-ID(WS-EVENT-HIT-IDX)
           MOVE WS-CHG-AFTER TO WS-EVT-AFTER(WS-EVENT-HIT-IDX).

      *    The change line trims its address text, so an address with
      *    no house number (PO box, rural route, military) loses the
      *    ten blank house-number columns in front. Such a text shows
      *    its ZIP ten columns early; a non-numeric postal code
      *    cannot say, and is read as it stands.
       RESTORE-ADDRESS-COLUMNS.
           IF WS-ADDR-WORK(133:5) IS NOT NUMERIC
                   AND WS-ADDR-WORK(123:5) IS NUMERIC
               MOVE WS-ADDR-WORK TO WS-SHIFT-WORK
               MOVE SPACES TO WS-ADDR-WORK
               MOVE WS-SHIFT-WORK(1:236) TO WS-ADDR-WORK(11:236)
           END-IF.

       MARK-ONE-MOVE.
           IF MOVES-REPORT-RECORD(1:9) NOT = 'APPLIED  '
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-CUST-ID(WS-EVENT-IDX) =
                       MOVES-REPORT-RECORD(10:10)
                       AND WS-EVT-KIND(WS-EVENT-IDX) NOT = 'N'
                   MOVE 'M' TO WS-EVT-KIND(WS-EVENT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *    MODE=TRIGGER
      *****************************************************************
       WRITE-LETTER-REQUESTS.
           OPEN OUTPUT REQUEST-FILE
           IF WS-REQ-STAT NOT = "00"
               DISPLAY "Failed to open letter requests. STATUS="
                   WS-REQ-STAT " FILE="
                   FUNCTION TRIM(WS-REQUEST-FILENAME)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-NAME-MASTER-OPEN-SW
           END-IF
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT = "00"
               MOVE 'Y' TO WS-ADDR-MASTER-OPEN-SW
           END-IF
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-BEFORE(WS-EVENT-IDX) =
                       WS-EVT-AFTER(WS-EVENT-IDX)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM WRITE-ONE-REQUEST
               END-IF
           END-PERFORM
           CLOSE REQUEST-FILE
           IF NAME-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF
           IF ADDR-MASTER-OPEN
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           PERFORM WRITE-TRIGGER-REPORT
           DISPLAY "FT-CONFIRM: requests=" WS-REQUEST-COUNT
               " name=" WS-NAME-EVENT-COUNT
               " address=" WS-ADDR-EVENT-COUNT
               " move=" WS-MOVE-EVENT-COUNT.

      *    A name-change letter goes to the address on file and is
      *    addressed by the new name; an address letter is addressed
      *    by the name on file and goes to both of its addresses.
       WRITE-ONE-REQUEST.
           MOVE SPACES TO REQUEST-RECORD
           MOVE WS-EVT-CUST-ID(WS-EVENT-IDX) TO CFR-CUST-ID
           MOVE WS-EVT-KIND(WS-EVENT-IDX) TO CFR-EVENT-TYPE
           MOVE WS-RUN-DATE TO CFR-EVENT-DATE
           MOVE WS-EVT-RUN-ID(WS-EVENT-IDX) TO CFR-RUN-ID
           MOVE WS-EVT-CUST-ID(WS-EVENT-IDX) TO WS-LOOKUP-CUST-ID
           IF CFR-NAME-CHANGE
               ADD 1 TO WS-NAME-EVENT-COUNT
               MOVE WS-EVT-BEFORE(WS-EVENT-IDX) TO WS-NAME-WORK
               PERFORM RENDER-NAME-LINE
               MOVE WS-RENDER-LINE-1 TO CFR-BEFORE-1
               MOVE WS-EVT-AFTER(WS-EVENT-IDX) TO WS-NAME-WORK
               PERFORM RENDER-NAME-LINE
               MOVE WS-RENDER-LINE-1 TO CFR-AFTER-1
               MOVE WS-RENDER-LINE-1 TO CFR-NAME-LINE
               PERFORM PROBE-ADDRESS-MASTER
               IF PROBE-FOUND
                   MOVE ADDR-MST-TEXT TO WS-ADDR-WORK
                   PERFORM RENDER-ADDRESS-LINES
                   MOVE WS-RENDER-LINE-1 TO CFR-MAIL-1
                   MOVE WS-RENDER-LINE-2 TO CFR-MAIL-2
               ELSE
                   ADD 1 TO WS-NO-MAIL-COUNT
               END-IF
           ELSE
               IF CFR-MOVE
                   ADD 1 TO WS-MOVE-EVENT-COUNT
               ELSE
                   ADD 1 TO WS-ADDR-EVENT-COUNT
               END-IF
               MOVE WS-EVT-BEFORE(WS-EVENT-IDX) TO WS-ADDR-WORK
               PERFORM RENDER-ADDRESS-LINES
               MOVE WS-RENDER-LINE-1 TO CFR-BEFORE-1
               MOVE WS-RENDER-LINE-2 TO CFR-BEFORE-2
               MOVE WS-EVT-AFTER(WS-EVENT-IDX) TO WS-ADDR-WORK
               PERFORM RENDER-ADDRESS-LINES
               MOVE WS-RENDER-LINE-1 TO CFR-AFTER-1
               MOVE WS-RENDER-LINE-2 TO CFR-AFTER-2
               PERFORM PROBE-NAME-MASTER
               IF PROBE-FOUND
                   MOVE MASTER-NAME-TEXT TO WS-NAME-WORK
                   PERFORM RENDER-NAME-LINE
                   MOVE WS-RENDER-LINE-1 TO CFR-NAME-LINE
               END-IF
           END-IF
           WRITE REQUEST-RECORD
           IF WS-REQ-STAT NOT = "00"
               DISPLAY "Write error on letter requests. STATUS="
                   WS-REQ-STAT
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REQUEST-COUNT
           END-IF.

      *    Western order, the way FT-NAME's alias display reads; an
      *    organization's name stands as it is.
       RENDER-NAME-LINE.
           MOVE SPACES TO WS-RENDER-LINE-1 WS-RENDER-LINE-2
           IF NAME-ENTITY-FLAG = 'O'
               MOVE LAST-NAME TO WS-RENDER-LINE-1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RENDER-PTR
           IF FIRST-NAME NOT = SPACES
               STRING FUNCTION TRIM(FIRST-NAME) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF MIDDLE-NAME NOT = SPACES
               STRING FUNCTION TRIM(MIDDLE-NAME) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF LAST-NAME NOT = SPACES
               STRING FUNCTION TRIM(LAST-NAME) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF SUFFIX NOT = SPACES
               STRING FUNCTION TRIM(SUFFIX)
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF.

      *    Street line (house number, street or delivery line, unit)
      *    and city line (city, state, ZIP, and the country when it
      *    is not the domestic default) -- "APO AE 09021" falls out
      *    of the military fields as they are.
       RENDER-ADDRESS-LINES.
           MOVE SPACES TO WS-RENDER-LINE-1 WS-RENDER-LINE-2
           MOVE 1 TO WS-RENDER-PTR
           IF ADDR-HOUSE-NUMBER NOT = SPACES
               STRING FUNCTION TRIM(ADDR-HOUSE-NUMBER) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF ADDR-STREET-NAME NOT = SPACES
               STRING FUNCTION TRIM(ADDR-STREET-NAME) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF ADDR-UNIT-TEXT NOT = SPACES
               STRING FUNCTION TRIM(ADDR-UNIT-TEXT)
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-1
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           MOVE 1 TO WS-RENDER-PTR
           IF ADDR-CITY-NAME NOT = SPACES
               STRING FUNCTION TRIM(ADDR-CITY-NAME) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-2
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF ADDR-STATE-CODE NOT = SPACES
               STRING ADDR-STATE-CODE " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-2
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF ADDR-ZIP-CODE NOT = SPACES
               STRING FUNCTION TRIM(ADDR-ZIP-CODE) " "
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-2
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF
           IF ADDR-COUNTRY-CODE NOT = SPACES
                   AND ADDR-COUNTRY-CODE NOT = 'US'
               STRING ADDR-COUNTRY-CODE
                   DELIMITED BY SIZE INTO WS-RENDER-LINE-2
                   WITH POINTER WS-RENDER-PTR
               END-STRING
           END-IF.

      *    Only the customer's own slot counts -- a fold neighbor's
      *    record says nothing about this customer.
       PROBE-NAME-MASTER.
           MOVE 'N' TO WS-PROBE-FOUND-SW
           IF NAME-MASTER-OPEN
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE 'Y' TO WS-PROBE-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       PROBE-ADDRESS-MASTER.
           MOVE 'N' TO WS-PROBE-FOUND-SW
           IF ADDR-MASTER-OPEN
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               MOVE WS-MASTER-RKEY TO WS-ADDR-MASTER-RKEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE 'Y' TO WS-PROBE-FOUND-SW
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

       WRITE-TRIGGER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-CONFIRM CHANGE-CONFIRMATION TRIGGER REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-REPORT-RUN-LINES
           MOVE WS-NAME-EVENT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Name changes    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ADDR-EVENT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Address changes : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MOVE-EVENT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Moves           : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REQUEST-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Requests written: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UNCHANGED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Net unchanged   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-MAIL-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "No mail address : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-REPORT-RUN-LINES.
           MOVE SPACES TO REPORT-RECORD
           STRING "Change date     : " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-SOURCE-MISSING NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Not found       : " WS-SOURCE-MISSING
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF EVENT-TABLE-FULL
               MOVE WS-EVENT-MAX TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Event table full at " WS-NUM-EDIT
                   " - later changes not taken"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *****************************************************************
      *    MODE=RECONCILE
      *****************************************************************
       RECONCILE-CONFIRMATIONS.
           PERFORM LOAD-CONFIRM-LOG
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-BEFORE(WS-EVENT-IDX) NOT =
                       WS-EVT-AFTER(WS-EVENT-IDX)
                   ADD 1 TO WS-EVENT-TOTAL
                   PERFORM COUNT-EVENT-CONFIRMATIONS
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-CONFIRM CHANGE-CONFIRMATION RECONCILIATION"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-REPORT-RUN-LINES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Exceptions:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-BEFORE(WS-EVENT-IDX) NOT =
                       WS-EVT-AFTER(WS-EVENT-IDX)
                   PERFORM JUDGE-ONE-EVENT
               END-IF
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LOG-COUNT
               IF WS-LOG-RESULT(IDX) = 'P'
                       AND WS-LOG-MATCHED(IDX) = 'N'
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "   " WS-LOG-KEY(IDX)
                       " CONFIRMED WITHOUT A CHANGE EVENT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = 0 AND WS-REPEAT-COUNT = 0
                   AND WS-ORPHAN-COUNT = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EVENT-TOTAL TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Change events   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CONFIRMED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Confirmed once  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MISSING-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Not confirmed   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPEAT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Confirmed twice+: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ORPHAN-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Without event   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           DISPLAY "FT-CONFIRM: events=" WS-EVENT-TOTAL
               " confirmed=" WS-CONFIRMED-COUNT
               " not-confirmed=" WS-MISSING-COUNT
               " repeated=" WS-REPEAT-COUNT
               " without-event=" WS-ORPHAN-COUNT
           IF WS-MISSING-COUNT > 0 OR WS-REPEAT-COUNT > 0
                   OR WS-ORPHAN-COUNT > 0
               MOVE SPACES TO ALERT-RECORD
               MOVE 'FAIL' TO ALERT-SEVERITY
               MOVE 'CONFIRM' TO ALERT-CODE
               STRING "Change confirmations for " WS-RUN-DATE
                   " out of balance - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               PERFORM RAISE-CONFIRM-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    A missing log is a night FT-LETTER never ran: every event
      *    then reads unconfirmed.
       LOAD-CONFIRM-LOG.
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT CONFIRM-LOG-FILE
           IF WS-LOG-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONFIRM-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CLG-EVENT-KEY(14:8) = WS-RUN-DATE
                           PERFORM KEEP-ONE-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-LOG-FILE.

       KEEP-ONE-LOG-LINE.
           IF WS-LOG-COUNT >= WS-LOG-MAX
               DISPLAY "FT-CONFIRM: confirmation log table full at "
                   WS-LOG-MAX " - later lines not consulted"
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE CLG-EVENT-KEY TO WS-LOG-KEY(WS-LOG-COUNT)
           MOVE CLG-RESULT TO WS-LOG-RESULT(WS-LOG-COUNT)
           MOVE CLG-REASON TO WS-LOG-REASON(WS-LOG-COUNT)
           MOVE 'N' TO WS-LOG-MATCHED(WS-LOG-COUNT).

      *    The key the request carried: id, type, change date.
       BUILD-EVENT-KEY.
           MOVE SPACES TO WS-EVENT-KEY
           MOVE WS-EVT-CUST-ID(WS-EVENT-IDX) TO WS-EVENT-KEY(1:10)
           MOVE WS-EVT-KIND(WS-EVENT-IDX) TO WS-EVENT-KEY(12:1)
           MOVE WS-RUN-DATE TO WS-EVENT-KEY(14:8).

       COUNT-EVENT-CONFIRMATIONS.
           PERFORM BUILD-EVENT-KEY
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LOG-COUNT
               IF WS-LOG-KEY(IDX) = WS-EVENT-KEY
                   MOVE 'Y' TO WS-LOG-MATCHED(IDX)
                   IF WS-LOG-RESULT(IDX) = 'P'
                       ADD 1 TO WS-EVT-PRINTED(WS-EVENT-IDX)
                   ELSE
                       MOVE WS-LOG-REASON(IDX)
                           TO WS-EVT-HELD-REASON(WS-EVENT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       JUDGE-ONE-EVENT.
           PERFORM BUILD-EVENT-KEY
           MOVE SPACES TO WS-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN WS-EVT-PRINTED(WS-EVENT-IDX) = 1
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN WS-EVT-PRINTED(WS-EVENT-IDX) = 0
                   ADD 1 TO WS-MISSING-COUNT
                   IF WS-EVT-HELD-REASON(WS-EVENT-IDX) = SPACES
                       MOVE "NOT CONFIRMED - NO LETTER PRINTED"
                           TO WS-EXCEPTION-TEXT
                   ELSE
                       STRING "NOT CONFIRMED - HELD "
                           WS-EVT-HELD-REASON(WS-EVENT-IDX)
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                       END-STRING
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE WS-EVT-PRINTED(WS-EVENT-IDX) TO WS-PRINTED-EDIT
                   STRING "CONFIRMED " FUNCTION TRIM(WS-PRINTED-EDIT)
                       " TIMES"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-EXCEPTION-TEXT NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "   " WS-EVENT-KEY " " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       RAISE-CONFIRM-ALERT.
           MOVE 'FT-CONFIRM' TO ALERT-PROGRAM
           MOVE WS-NOW TO ALERT-RUN-ID
           CALL 'ALERTQ' USING ALERT-RECORD.

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
                   WHEN WS-PARM-WORK(1:5) = 'MODE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(6:9))
                           TO WS-RUN-MODE
                   WHEN WS-PARM-WORK(1:8) = 'RUNDATE='
                       MOVE WS-PARM-WORK(9:8) TO WS-RUN-DATE
                   WHEN WS-PARM-WORK(1:8) = 'NAMECHG='
                       MOVE WS-PARM-WORK(9:92)
                           TO WS-NAME-CHANGES-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'ADDRCHG='
                       MOVE WS-PARM-WORK(9:92)
                           TO WS-ADDR-CHANGES-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'MOVES='
                       MOVE WS-PARM-WORK(7:94) TO WS-MOVES-RPT-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'REQUESTS='
                       MOVE WS-PARM-WORK(10:91) TO WS-REQUEST-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'LOG='
                       MOVE WS-PARM-WORK(5:96) TO WS-LOG-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CONFIRM.
