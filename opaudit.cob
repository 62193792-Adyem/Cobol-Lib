       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-OPAUDIT.

      *    Operator activity and dual-control report for internal
      *    audit: every hand change to customer data the suite keeps
      *    an operator id for, merged into one timeline per
      *    operator. The sources, each read where it lies:
      *      corrections_log.txt     FT-CORRECT name corrections and
      *                              FT-ACREVIEW address and contact
      *                              corrections (NAME-CORRECT,
      *                              ADDR-CORRECT, CONT-CORRECT);
      *      learned_pending.txt     words FT-EXCREVIEW reviewers
      *                              proposed, not yet decided
      *                              (WORD-PROPOSE);
      *      learned_names.txt       words approved into the
      *                              dictionary, proposer as maker,
      *                              approver as checker
      *                              (WORD-APPROVE);
      *      name_pending_deletes.txt master deletes queued by
      *                              FT-NAME's transaction mode
      *                              (DEL-QUEUE);
      *      name_applydel_log.txt   deletes FT-NAMEMNT MODE=APPLYDEL
      *                              applied, queuer as maker,
      *                              applier as checker (DEL-APPLY);
      *      name_status_history.txt lifecycle changes keyed through
      *                              FT-NAMEMNT MODE=STATUS
      *                              (STATUS-CHG; FT-MERGE's own
      *                              lines carry no operator);
      *      name_run_history.txt    FT-PROMOTE and FT-RELEASE
      *                              decisions taken with OPERATOR=
      *                              or on override (PROMOTE,
      *                              RELEASE).
      *    Each item is flagged where:
      *      SAME-OP   one operator id is both its maker and its
      *                checker -- the screens refuse this, so a hit
      *                means a hand-edited file or a shared sign-on;
      *      OVERRIDE  a supervisor forced a held run through (an
      *                override from before OPERATOR= was recorded
      *                shows as UNNAMED);
      *      OFF-HOURS outside business hours by the processing
      *                calendar -- a weekend, a listed non-processing
      *                date, or, where the source keeps the time, a
      *                time outside the calendar's "HOURS hhmm hhmm"
      *                line (0800 to 1800 without one). Sources that
      *                keep only the date are judged on the day.
      *    The period defaults to the calendar quarter before the
      *    run date; FROM= / TO= (YYYYMMDD, inclusive) replace it and
      *    OPERATOR= narrows the report to one id. The timeline is
      *    gathered through one sort (input and output procedures,
      *    as FT-IDRISK does) and closes with counts by action type
      *    and by flag. A source that is not present is noted and
      *    skipped. Return code 4 when anything is flagged, 12 when
      *    the report cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STAT.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC
               WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO "OPASORT".

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD            PIC X(300).

      *    Processing calendar: one non-processing date (YYYYMMDD)
      *    per line, as FT-COMPARE and FT-JOBFLOW read it, plus an
      *    optional "HOURS hhmm hhmm" line they pass over.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD          PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

      *    One row per attributed item: operator, when, what, the
      *    item it touched (customer id or word), maker and checker
      *    where the source keeps both, and the flags.
       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  ACT-SORT-OPERATOR    PIC X(8).
           05  ACT-SORT-DATE        PIC X(8).
           05  ACT-SORT-TIME        PIC X(6).
           05  ACT-SORT-ACTION      PIC X(12).
           05  ACT-SORT-ITEM        PIC X(20).
           05  ACT-SORT-MAKER       PIC X(8).
           05  ACT-SORT-CHECKER     PIC X(8).
           05  ACT-SORT-SAME-OP     PIC X(1).
           05  ACT-SORT-OVERRIDE    PIC X(1).
           05  ACT-SORT-OFF-HOURS   PIC X(1).

       WORKING-STORAGE SECTION.
       77  WS-SRC-STAT      PIC XX VALUE SPACES.
       77  WS-CAL-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-SOURCE-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-CALENDAR-FILENAME PIC X(100)
                                VALUE 'processing_calendar.ctl'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'operator_activity_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZZ,ZZ9.

      *    Period and operator selection.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE         PIC X(8) VALUE SPACES.
       01  WS-TO-DATE           PIC X(8) VALUE SPACES.
       01  WS-SELECT-OPERATOR   PIC X(8) VALUE SPACES.
       01  WS-YEAR              PIC 9(4) VALUE 0.
       01  WS-MONTH             PIC 9(2) VALUE 0.
       01  WS-QTR-MONTH         PIC 9(2) VALUE 0.
       01  WS-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-INT          PIC 9(7) VALUE 0.

      *    Business-hours state -- see the CALENDAR-FILE note.
       01  WS-CAL-MAX           PIC 9(4) COMP VALUE 400.
       01  WS-CAL-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CAL-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-DATE OCCURS 400 TIMES PIC X(8).
       01  WS-DAY-START         PIC X(4) VALUE '0800'.
       01  WS-DAY-END           PIC X(4) VALUE '1800'.
       01  WS-CAL-KEYWORD       PIC X(10) VALUE SPACES.
       01  WS-CAL-VALUE-1       PIC X(10) VALUE SPACES.
       01  WS-CAL-VALUE-2       PIC X(10) VALUE SPACES.
       01  WS-DAY-OF-WEEK       PIC 9(1) COMP VALUE 0.

      *    The row being built for release.
       01  WS-ROW-OPERATOR      PIC X(8) VALUE SPACES.
       01  WS-ROW-DATE          PIC X(8) VALUE SPACES.
       01  WS-ROW-TIME          PIC X(6) VALUE SPACES.
       01  WS-ROW-ACTION        PIC X(12) VALUE SPACES.
       01  WS-ROW-ITEM          PIC X(20) VALUE SPACES.
       01  WS-ROW-MAKER         PIC X(8) VALUE SPACES.
       01  WS-ROW-CHECKER       PIC X(8) VALUE SPACES.
       01  WS-ROW-OVERRIDE      PIC X(1) VALUE SPACE.
       01  WS-TAG-COUNT         PIC 9(4) COMP VALUE 0.

      *    Token work for the keyword-style log lines.
       01  WS-LINE-TOKENS.
           05  WS-LINE-TOKEN OCCURS 8 TIMES PIC X(40).
       01  WS-TOK-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-DECISION-TEXT     PIC X(30) VALUE SPACES.

      *    Action types, in the order the summary lists them.
       01  WS-ACTION-NAMES-DATA.
           05  FILLER PIC X(12) VALUE 'NAME-CORRECT'.
           05  FILLER PIC X(12) VALUE 'ADDR-CORRECT'.
           05  FILLER PIC X(12) VALUE 'CONT-CORRECT'.
           05  FILLER PIC X(12) VALUE 'WORD-PROPOSE'.
           05  FILLER PIC X(12) VALUE 'WORD-APPROVE'.
           05  FILLER PIC X(12) VALUE 'DEL-QUEUE'.
           05  FILLER PIC X(12) VALUE 'DEL-APPLY'.
           05  FILLER PIC X(12) VALUE 'STATUS-CHG'.
           05  FILLER PIC X(12) VALUE 'PROMOTE'.
           05  FILLER PIC X(12) VALUE 'RELEASE'.
       01  WS-ACTION-NAMES REDEFINES WS-ACTION-NAMES-DATA.
           05  WS-ACTION-NAME OCCURS 10 TIMES PIC X(12).
       01  WS-ACTION-MAX        PIC 9(4) COMP VALUE 10.
       01  WS-ACTION-COUNTS.
           05  WS-ACTION-COUNT OCCURS 10 TIMES PIC 9(9).

      *    Missing sources, noted on the report.
       01  WS-MISSING-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-NAME OCCURS 10 TIMES PIC X(40).

      *    Sweep state and tallies.
       01  WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88  FIRST-ROW            VALUE 'Y'.
       01  WS-CUR-OPERATOR      PIC X(8) VALUE SPACES.
       01  WS-OP-ITEMS          PIC 9(9) VALUE 0.
       01  WS-OP-FLAGGED        PIC 9(9) VALUE 0.
       01  WS-FLAG-TEXT         PIC X(30) VALUE SPACES.
       01  WS-FLAG-PTR          PIC 9(4) COMP VALUE 1.
       01  WS-TIME-TEXT         PIC X(6) VALUE SPACES.
       01  WS-ITEM-COUNT        PIC 9(9) VALUE 0.
       01  WS-OPERATOR-COUNT    PIC 9(9) VALUE 0.
       01  WS-SAME-OP-COUNT     PIC 9(9) VALUE 0.
       01  WS-OVERRIDE-COUNT    PIC 9(9) VALUE 0.
       01  WS-OFF-HOURS-COUNT   PIC 9(9) VALUE 0.
       01  WS-FLAGGED-COUNT     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM SET-DEFAULT-PERIOD
           PERFORM LOAD-PROCESSING-CALENDAR
           INITIALIZE WS-ACTION-COUNTS

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open operator activity report. "
                   "STATUS=" WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY ACT-SORT-OPERATOR ACT-SORT-DATE
                   ACT-SORT-TIME ACT-SORT-ACTION ACT-SORT-ITEM
               INPUT PROCEDURE IS RELEASE-ACTIVITY-ROWS
               OUTPUT PROCEDURE IS SWEEP-ACTIVITY-ROWS
           IF WS-ITEM-COUNT = 0
               MOVE "   (no operator activity in the period)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "FT-OPAUDIT: items=" WS-ITEM-COUNT
               " operators=" WS-OPERATOR-COUNT
               " same-op=" WS-SAME-OP-COUNT
               " override=" WS-OVERRIDE-COUNT
               " off-hours=" WS-OFF-HOURS-COUNT
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    The calendar quarter before the run date, unless FROM= or
      *    TO= gave an end of it.
       SET-DEFAULT-PERIOD.
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-MONTH
           COMPUTE WS-QTR-MONTH = ((WS-MONTH - 1) / 3) * 3 + 1
           IF WS-TO-DATE = SPACES
               MOVE WS-YEAR TO WS-DATE-NUM(1:4)
               MOVE WS-QTR-MONTH TO WS-DATE-NUM(5:2)
               MOVE '01' TO WS-DATE-NUM(7:2)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = SPACES
               IF WS-QTR-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 10 TO WS-QTR-MONTH
               ELSE
                   SUBTRACT 3 FROM WS-QTR-MONTH
               END-IF
               MOVE SPACES TO WS-FROM-DATE
               STRING WS-YEAR WS-QTR-MONTH "01"
                   DELIMITED BY SIZE INTO WS-FROM-DATE
               END-STRING
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "FT-OPAUDIT OPERATOR ACTIVITY AND DUAL-CONTROL REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Period          : " WS-FROM-DATE " to " WS-TO-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Business hours  : " WS-DAY-START " to "
                   WS-DAY-END ", weekdays off the calendar"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-SELECT-OPERATOR NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Operator        : " WS-SELECT-OPERATOR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  DATE     TIME   ACTION       "
                   "ITEM                 MAKER    CHECKER  FLAGS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    Every source in turn; each one not present is noted.
       RELEASE-ACTIVITY-ROWS.
           MOVE 'corrections_log.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-CORRECTION-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'learned_pending.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-PENDING-WORD-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'learned_names.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-APPROVED-WORD-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'name_pending_deletes.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-QUEUED-DELETE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'name_applydel_log.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-APPLIED-DELETE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'name_status_history.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-STATUS-CHANGE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE 'name_run_history.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT = "00"
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-RUN-DECISION-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

      *    Same convention as FT-KPIRPT's OPEN-SOURCE-FILE.
       OPEN-SOURCE-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               IF WS-MISSING-COUNT < 10
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-SOURCE-FILENAME
                       TO WS-MISSING-NAME(WS-MISSING-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    "yyyymmddhhmmss OPERATOR=xxxxxxxx id detail" -- FT-CORRECT
      *    writes LAST= details, FT-ACREVIEW QUEUE= then HOUSE= for
      *    an address or PHONE= for a contact.
       TAKE-CORRECTION-LINE.
           IF SOURCE-RECORD(1:14) IS NOT NUMERIC
                   OR SOURCE-RECORD(16:9) NOT = 'OPERATOR='
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SOURCE-RECORD(25:8) TO WS-ROW-OPERATOR
           MOVE SOURCE-RECORD(1:8) TO WS-ROW-DATE
           MOVE SOURCE-RECORD(9:6) TO WS-ROW-TIME
           MOVE SOURCE-RECORD(34:10) TO WS-ROW-ITEM
           MOVE WS-ROW-OPERATOR TO WS-ROW-MAKER
           MOVE 0 TO WS-TAG-COUNT
           INSPECT SOURCE-RECORD TALLYING WS-TAG-COUNT
               FOR ALL ' HOUSE='
           IF WS-TAG-COUNT > 0
               MOVE 'ADDR-CORRECT' TO WS-ROW-ACTION
           ELSE
               INSPECT SOURCE-RECORD TALLYING WS-TAG-COUNT
                   FOR ALL ' PHONE='
               IF WS-TAG-COUNT > 0
                   MOVE 'CONT-CORRECT' TO WS-ROW-ACTION
               ELSE
                   MOVE 'NAME-CORRECT' TO WS-ROW-ACTION
               END-IF
           END-IF
           PERFORM RELEASE-ACTIVITY-ROW.

      *    FT-EXCREVIEW's pending word: word 1-30, proposer 32-39,
      *    date 41-48.
       TAKE-PENDING-WORD-LINE.
           IF SOURCE-RECORD(41:8) IS NOT NUMERIC
                   OR SOURCE-RECORD(32:8) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SOURCE-RECORD(32:8) TO WS-ROW-OPERATOR
           MOVE SOURCE-RECORD(41:8) TO WS-ROW-DATE
           MOVE 'WORD-PROPOSE' TO WS-ROW-ACTION
           MOVE SOURCE-RECORD(1:20) TO WS-ROW-ITEM
           MOVE WS-ROW-OPERATOR TO WS-ROW-MAKER
           PERFORM RELEASE-ACTIVITY-ROW.

      *    Dictionary line with its decision record: proposer 32-39,
      *    approver 41-48, date 50-57. Words learned before the
      *    decision record carry neither and are passed over.
       TAKE-APPROVED-WORD-LINE.
           IF SOURCE-RECORD(50:8) IS NOT NUMERIC
                   OR SOURCE-RECORD(41:8) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SOURCE-RECORD(41:8) TO WS-ROW-OPERATOR
           MOVE SOURCE-RECORD(50:8) TO WS-ROW-DATE
           MOVE 'WORD-APPROVE' TO WS-ROW-ACTION
           MOVE SOURCE-RECORD(1:20) TO WS-ROW-ITEM
           MOVE SOURCE-RECORD(32:8) TO WS-ROW-MAKER
           MOVE SOURCE-RECORD(41:8) TO WS-ROW-CHECKER
           PERFORM RELEASE-ACTIVITY-ROW.

      *    FT-NAME's queue: id 1-10, requesting operator 12-19,
      *    date 21-28.
       TAKE-QUEUED-DELETE-LINE.
           IF SOURCE-RECORD(21:8) IS NOT NUMERIC
                   OR SOURCE-RECORD(12:8) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SOURCE-RECORD(12:8) TO WS-ROW-OPERATOR
           MOVE SOURCE-RECORD(21:8) TO WS-ROW-DATE
           MOVE 'DEL-QUEUE' TO WS-ROW-ACTION
           MOVE SOURCE-RECORD(1:10) TO WS-ROW-ITEM
           MOVE WS-ROW-OPERATOR TO WS-ROW-MAKER
           PERFORM RELEASE-ACTIVITY-ROW.

      *    "stamp id QUEUED-BY=x APPLIED-BY=y" -- the stamp is the
      *    date and time, or the date alone on older lines.
       TAKE-APPLIED-DELETE-LINE.
           PERFORM SPLIT-SOURCE-LINE
           IF WS-LINE-TOKEN(1)(1:8) IS NOT NUMERIC
                   OR WS-LINE-TOKEN(3)(1:10) NOT = 'QUEUED-BY='
                   OR WS-LINE-TOKEN(4)(1:11) NOT = 'APPLIED-BY='
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE WS-LINE-TOKEN(4)(12:8) TO WS-ROW-OPERATOR
           MOVE WS-LINE-TOKEN(1)(1:8) TO WS-ROW-DATE
           IF WS-LINE-TOKEN(1)(9:6) IS NUMERIC
               MOVE WS-LINE-TOKEN(1)(9:6) TO WS-ROW-TIME
           END-IF
           MOVE 'DEL-APPLY' TO WS-ROW-ACTION
           MOVE WS-LINE-TOKEN(2)(1:10) TO WS-ROW-ITEM
           MOVE WS-LINE-TOKEN(3)(11:8) TO WS-ROW-MAKER
           MOVE WS-LINE-TOKEN(4)(12:8) TO WS-ROW-CHECKER
           PERFORM RELEASE-ACTIVITY-ROW.

      *    Status history: id 1-10, old code 12, new code 14,
      *    applied date 25-32, operator 34-41. Program-written lines
      *    (FT-MERGE's retirements) are not operator activity.
       TAKE-STATUS-CHANGE-LINE.
           IF SOURCE-RECORD(25:8) IS NOT NUMERIC
                   OR SOURCE-RECORD(34:8) = SPACES
                   OR SOURCE-RECORD(34:3) = 'FT-'
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SOURCE-RECORD(34:8) TO WS-ROW-OPERATOR
           MOVE SOURCE-RECORD(25:8) TO WS-ROW-DATE
           MOVE 'STATUS-CHG' TO WS-ROW-ACTION
           STRING SOURCE-RECORD(1:10) " " SOURCE-RECORD(12:1)
                   ">" SOURCE-RECORD(14:1)
               DELIMITED BY SIZE INTO WS-ROW-ITEM
           END-STRING
           MOVE WS-ROW-OPERATOR TO WS-ROW-MAKER
           PERFORM RELEASE-ACTIVITY-ROW.

      *    "stamp FT-PROMOTE|FT-RELEASE DECISION=x ... OPERATOR=y".
      *    A decision counts when an operator is named or it was an
      *    override; FT-NAME's and FT-CRMACK's lines are passed over.
       TAKE-RUN-DECISION-LINE.
           PERFORM SPLIT-SOURCE-LINE
           IF WS-LINE-TOKEN(1)(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-TOKEN(2) NOT = 'FT-PROMOTE'
                   AND WS-LINE-TOKEN(2) NOT = 'FT-RELEASE'
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-ACTIVITY-ROW
           MOVE SPACES TO WS-DECISION-TEXT
           PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
                   UNTIL WS-TOK-IDX > 8
               EVALUATE TRUE
                   WHEN WS-LINE-TOKEN(WS-TOK-IDX)(1:9) = 'DECISION='
                       MOVE WS-LINE-TOKEN(WS-TOK-IDX)(10:30)
                           TO WS-DECISION-TEXT
                   WHEN WS-LINE-TOKEN(WS-TOK-IDX)(1:9) = 'OPERATOR='
                       MOVE WS-LINE-TOKEN(WS-TOK-IDX)(10:8)
                           TO WS-ROW-OPERATOR
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-TAG-COUNT
           INSPECT WS-DECISION-TEXT TALLYING WS-TAG-COUNT
               FOR ALL '-OVERRIDE'
           IF WS-TAG-COUNT > 0
               MOVE 'Y' TO WS-ROW-OVERRIDE
               IF WS-ROW-OPERATOR = SPACES
                   MOVE 'UNNAMED' TO WS-ROW-OPERATOR
               END-IF
           END-IF
           IF WS-ROW-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-TOKEN(1)(1:8) TO WS-ROW-DATE
           MOVE WS-LINE-TOKEN(1)(9:6) TO WS-ROW-TIME
           MOVE WS-LINE-TOKEN(2)(4:7) TO WS-ROW-ACTION
           MOVE WS-DECISION-TEXT TO WS-ROW-ITEM
           MOVE WS-ROW-OPERATOR TO WS-ROW-CHECKER
           PERFORM RELEASE-ACTIVITY-ROW.

       SPLIT-SOURCE-LINE.
           MOVE SPACES TO WS-LINE-TOKENS
           UNSTRING SOURCE-RECORD DELIMITED BY ALL ' '
               INTO WS-LINE-TOKEN(1) WS-LINE-TOKEN(2)
                   WS-LINE-TOKEN(3) WS-LINE-TOKEN(4)
                   WS-LINE-TOKEN(5) WS-LINE-TOKEN(6)
                   WS-LINE-TOKEN(7) WS-LINE-TOKEN(8)
           END-UNSTRING.

       CLEAR-ACTIVITY-ROW.
           MOVE SPACES TO WS-ROW-OPERATOR WS-ROW-DATE WS-ROW-TIME
               WS-ROW-ACTION WS-ROW-ITEM WS-ROW-MAKER WS-ROW-CHECKER
           MOVE SPACE TO WS-ROW-OVERRIDE.

      *    Period and operator selection, then the flags.
       RELEASE-ACTIVITY-ROW.
           IF WS-ROW-DATE < WS-FROM-DATE OR WS-ROW-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECT-OPERATOR NOT = SPACES
                   AND WS-ROW-OPERATOR NOT = WS-SELECT-OPERATOR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACTIVITY-SORT-RECORD
           MOVE WS-ROW-OPERATOR TO ACT-SORT-OPERATOR
           MOVE WS-ROW-DATE TO ACT-SORT-DATE
           MOVE WS-ROW-TIME TO ACT-SORT-TIME
           MOVE WS-ROW-ACTION TO ACT-SORT-ACTION
           MOVE WS-ROW-ITEM TO ACT-SORT-ITEM
           MOVE WS-ROW-MAKER TO ACT-SORT-MAKER
           MOVE WS-ROW-CHECKER TO ACT-SORT-CHECKER
           IF WS-ROW-MAKER NOT = SPACES
                   AND WS-ROW-MAKER = WS-ROW-CHECKER
               MOVE 'Y' TO ACT-SORT-SAME-OP
           END-IF
           MOVE WS-ROW-OVERRIDE TO ACT-SORT-OVERRIDE
           PERFORM CHECK-BUSINESS-HOURS
           RELEASE ACTIVITY-SORT-RECORD.

      *    Day 1 of the integer epoch is a Monday, so MOD 7 of 6 and
      *    0 are Saturday and Sunday (FT-COMPARE's reckoning).
       CHECK-BUSINESS-HOURS.
           IF WS-ROW-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'Y' TO ACT-SORT-OFF-HOURS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-ROW-DATE = WS-CAL-DATE(WS-CAL-IDX)
                   MOVE 'Y' TO ACT-SORT-OFF-HOURS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ROW-TIME IS NUMERIC
               IF WS-ROW-TIME(1:4) < WS-DAY-START
                       OR WS-ROW-TIME(1:4) >= WS-DAY-END
                   MOVE 'Y' TO ACT-SORT-OFF-HOURS
               END-IF
           END-IF.

      *    One block per operator: a heading, the items in time
      *    order, and the operator's count line.
       SWEEP-ACTIVITY-ROWS.
           MOVE 'Y' TO WS-FIRST-ROW-SW
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN ACTIVITY-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-ACTIVITY-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-OPERATOR-BLOCK
           END-IF.

       TALLY-ONE-ACTIVITY-ROW.
           IF FIRST-ROW OR ACT-SORT-OPERATOR NOT = WS-CUR-OPERATOR
               IF NOT FIRST-ROW
                   PERFORM CLOSE-OPERATOR-BLOCK
               END-IF
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE ACT-SORT-OPERATOR TO WS-CUR-OPERATOR
               MOVE 0 TO WS-OP-ITEMS WS-OP-FLAGGED
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Operator " WS-CUR-OPERATOR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-ITEM-COUNT WS-OP-ITEMS
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-ACTION-MAX
               IF ACT-SORT-ACTION = WS-ACTION-NAME(IDX)
                   ADD 1 TO WS-ACTION-COUNT(IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF ACT-SORT-SAME-OP = 'Y'
               ADD 1 TO WS-SAME-OP-COUNT
               STRING "SAME-OP " DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF ACT-SORT-OVERRIDE = 'Y'
               ADD 1 TO WS-OVERRIDE-COUNT
               STRING "OVERRIDE " DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF ACT-SORT-OFF-HOURS = 'Y'
               ADD 1 TO WS-OFF-HOURS-COUNT
               STRING "OFF-HOURS" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT WS-OP-FLAGGED
           END-IF
           IF ACT-SORT-TIME = SPACES
               MOVE '------' TO WS-TIME-TEXT
           ELSE
               MOVE ACT-SORT-TIME TO WS-TIME-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " ACT-SORT-DATE " " WS-TIME-TEXT " "
                   ACT-SORT-ACTION " " ACT-SORT-ITEM " "
                   ACT-SORT-MAKER " " ACT-SORT-CHECKER " "
                   WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       CLOSE-OPERATOR-BLOCK.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OP-ITEMS TO WS-SMALL-EDIT
           STRING "  " WS-CUR-OPERATOR " items " WS-SMALL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           MOVE WS-OP-FLAGGED TO WS-SMALL-EDIT
           STRING "  flagged " WS-SMALL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD(33:20)
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Counts by action type" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-ACTION-MAX
               MOVE WS-ACTION-COUNT(IDX) TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-ACTION-NAME(IDX) "  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ITEM-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Items           : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OPERATOR-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Operators       : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SAME-OP-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "SAME-OP flagged : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OVERRIDE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OVERRIDE flagged: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-OFF-HOURS-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OFF-HRS flagged : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-MISSING-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-MISSING-NAME(IDX))
                       " not present - skipped)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM.

      *    Dates as FT-COMPARE loads them; the HOURS line sets the
      *    business day.
       LOAD-PROCESSING-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-CALENDAR-LINE
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       TAKE-ONE-CALENDAR-LINE.
           IF CALENDAR-RECORD(1:8) IS NUMERIC
               IF WS-CAL-COUNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CALENDAR-RECORD(1:8)
                       TO WS-CAL-DATE(WS-CAL-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAL-KEYWORD WS-CAL-VALUE-1 WS-CAL-VALUE-2
           UNSTRING CALENDAR-RECORD DELIMITED BY ALL ' '
               INTO WS-CAL-KEYWORD WS-CAL-VALUE-1 WS-CAL-VALUE-2
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-CAL-KEYWORD) = 'HOURS'
                   AND WS-CAL-VALUE-1(1:4) IS NUMERIC
                   AND WS-CAL-VALUE-2(1:4) IS NUMERIC
               MOVE WS-CAL-VALUE-1(1:4) TO WS-DAY-START
               MOVE WS-CAL-VALUE-2(1:4) TO WS-DAY-END
           END-IF.

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
                   WHEN WS-PARM-WORK(1:5) = 'FROM='
                       MOVE WS-PARM-WORK(6:8) TO WS-FROM-DATE
                   WHEN WS-PARM-WORK(1:3) = 'TO='
                       MOVE WS-PARM-WORK(4:8) TO WS-TO-DATE
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-SELECT-OPERATOR
                   WHEN WS-PARM-WORK(1:9) = 'CALENDAR='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CALENDAR-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-OPAUDIT.
