       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-RETAIN.

      *    Records-retention step for the suite's history files.
      *    name_history.txt, nixie_history.txt, name_run_history.txt,
      *    the correction and reject ledgers, the merge archive and
      *    the rolled audit segments are only ever appended to, and
      *    some now hold lines well past what the records-retention
      *    schedule lets us keep. retention.ctl names each file, the
      *    position of the YYYYMMDD date a line is judged by, how
      *    long a line is kept and what happens to it after:
      *        FILE name_history.txt DATE=21 ID=1 KEEP=7Y
      *        FILE jobflow_log.txt DATE=1 KEEP=90D ACTION=DESTROY
      *        SEGMENTS audit_segments.idx KEEP=10Y ACTION=ARCHIVE
      *    KEEP= is a count of days (D), months (M) or years (Y)
      *    back from the run date; a line dated before that cutoff
      *    has expired. A month or year cutoff landing past the 28th
      *    is pulled back to the 28th, so a short month never cuts a
      *    line early. ACTION=ARCHIVE (the default) moves expired
      *    lines byte for byte to a dated archive beside the file,
      *    <file less its extension>_retired_<yyyymmdd>.txt, opened
      *    for extend so a rerun the same day adds to it;
      *    ACTION=DESTROY drops them. A line whose date field is not
      *    a date -- a heading, a blank line -- is always kept. The
      *    live file is rewritten through a working copy, the
      *    suite's usual delete-and-rename convention, and only when
      *    something expired and every write landed.
      *    A SEGMENTS line retires whole audit segments named on
      *    FT-AUDITROLL's index instead of single lines: a segment
      *    goes once its last date is before the cutoff, and only
      *    from the front of the index, so what remains is still one
      *    unbroken stretch of the hash chain (see AUDCHAIN). The
      *    newest segment is never retired -- a writer finding the
      *    live trail empty resumes the chain from it. The closing
      *    hash of the last segment retired is kept on
      *    audit_chain_anchor.txt, which FT-AUDVERIFY seeds its walk
      *    from, and the index is rewritten without the retired
      *    entries before their segment files are deleted.
      *    Legal holds (LEGALHLD, legal_holds.txt) outrank the
      *    schedule. ID= on a FILE line gives the position of the
      *    customer id; an expired line whose customer is under a
      *    hold in force stays in the live file whatever the action.
      *    Segments are read before they retire, and the first one
      *    carrying a held customer's line stops the retirement
      *    there -- it and everything after it stay, keeping the
      *    chain unbroken. The hold is checked on the day the data
      *    would go, not when it was rolled, and every refusal --
      *    file, customer, matter and lines kept -- is listed on the
      *    report. A FILE line that holds customer data should carry
      *    ID=; one without it cannot be checked.
      *    Per-file kept, archived and destroyed counts go to
      *    retention_report.txt. Return code 4 when a control line
      *    was refused or a legal hold kept expired data, 8 when a
      *    file could not be processed (its
      *    live copy is left untouched), 12 when the control file or
      *    the report cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STAT.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STAT.
           SELECT HISTORY-NEW-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STAT.
           SELECT RETIRED-FILE ASSIGN TO DYNAMIC WS-RETIRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTD-STAT.
           SELECT SEGMENT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIX-STAT.
           SELECT SEGMENT-INDEX-NEW-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXN-STAT.
           SELECT CHAIN-ANCHOR-FILE ASSIGN TO DYNAMIC
               WS-ANCHOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANC-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD PIC X(200).

      *    Wide enough for the widest file under retention (audit
      *    lines are 530 bytes); shorter lines read back space-filled
      *    and are written back at their own length.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(1000).

       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD       PIC X(1000).

       FD  RETIRED-FILE.
       01  RETIRED-RECORD           PIC X(1000).

       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       FD  SEGMENT-INDEX-NEW-FILE.
       01  SEGMENT-INDEX-NEW-RECORD PIC X(110).

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD      PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CTL-STAT      PIC XX VALUE SPACES.
       77  WS-HST-STAT      PIC XX VALUE SPACES.
       77  WS-NEW-STAT      PIC XX VALUE SPACES.
       77  WS-RTD-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-SXN-STAT      PIC XX VALUE SPACES.
       77  WS-ANC-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.

       01  WS-CONTROL-FILENAME  PIC X(100) VALUE 'retention.ctl'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'retention_report.txt'.
       01  WS-ANCHOR-FILENAME   PIC X(100)
                                VALUE 'audit_chain_anchor.txt'.
       01  WS-HISTORY-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-HISTORY-NEW-FILENAME PIC X(100) VALUE SPACES.
       01  WS-RETIRED-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-SEG-INDEX-FILENAME PIC X(100) VALUE SPACES.
       01  WS-SEG-INDEX-NEW-FILENAME PIC X(100) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-KEPT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ARCH-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-DEST-EDIT         PIC ZZZ,ZZZ,ZZ9.

      *    Control line tokens, split on spaces as FT-JOBFLOW does.
       01  WS-CTL-TOKENS.
           05  WS-CTL-TOKEN OCCURS 8 TIMES PIC X(100).
       01  WS-TOK-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-CTL-REJECTED      PIC 9(9) VALUE 0.

      *    One entry per accepted control line, in control-file order.
       01  WS-POL-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-POL-MAX           PIC 9(4) COMP VALUE 40.
       01  WS-POL-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 40 TIMES.
               10  WS-POL-KIND      PIC X.
                   88  POL-IS-FILE      VALUE 'F'.
                   88  POL-IS-SEGMENTS  VALUE 'S'.
               10  WS-POL-FILE      PIC X(100).
               10  WS-POL-DATE-POS  PIC 9(4) COMP.
               10  WS-POL-ID-POS    PIC 9(4) COMP.
               10  WS-POL-KEEP-NUM  PIC 9(4).
               10  WS-POL-KEEP-UNIT PIC X.
               10  WS-POL-ACTION    PIC X.
                   88  POL-ARCHIVES     VALUE 'A'.
                   88  POL-DESTROYS     VALUE 'D'.
               10  WS-POL-CUTOFF    PIC X(8).
               10  WS-POL-KEPT      PIC 9(9).
               10  WS-POL-ARCHIVED  PIC 9(9).
               10  WS-POL-DESTROYED PIC 9(9).
               10  WS-POL-OUTCOME   PIC X(30).

      *    KEEP= value split into its count and unit.
       01  WS-KEEP-TEXT         PIC X(10) VALUE SPACES.
       01  WS-KEEP-LEN          PIC 9(4) COMP VALUE 0.
       01  WS-KEEP-DIGITS       PIC X(9) VALUE SPACES.
       01  WS-DATE-POS-TEXT     PIC X(5) VALUE SPACES.

      *    Cutoff arithmetic.
       01  WS-CUT-INT           PIC 9(9) VALUE 0.
       01  WS-CUT-NUM           PIC 9(8) VALUE 0.
       01  WS-CUT-YEAR          PIC 9(4) VALUE 0.
       01  WS-CUT-MONTH         PIC 9(2) VALUE 0.
       01  WS-CUT-DAY           PIC 9(2) VALUE 0.
       01  WS-CUT-MONTHS        PIC 9(7) VALUE 0.
       01  WS-CUT-DATE.
           05  WS-CUT-DATE-YEAR     PIC 9(4).
           05  WS-CUT-DATE-MONTH    PIC 9(2).
           05  WS-CUT-DATE-DAY      PIC 9(2).

      *    Per-file pass.
       01  WS-LINE-DATE         PIC X(8) VALUE SPACES.
       01  WS-EXPIRED-SW        PIC X VALUE 'N'.
           88  LINE-HAS-EXPIRED     VALUE 'Y'.
       01  WS-RETIRED-OPEN-SW   PIC X VALUE 'N'.
           88  RETIRED-FILE-OPEN    VALUE 'Y'.
       01  WS-WRITE-FAILED-SW   PIC X VALUE 'N'.
           88  WRITE-HAS-FAILED     VALUE 'Y'.
       01  WS-ANY-FAILED-SW     PIC X VALUE 'N'.
           88  ANY-FILE-FAILED      VALUE 'Y'.
       01  WS-NAME-LEN          PIC 9(4) COMP VALUE 0.
       01  WS-DOT-POS           PIC 9(4) COMP VALUE 0.
       01  WS-CHAR-IDX          PIC 9(4) COMP VALUE 0.

      *    Audit segment index, in roll order (FT-AUDITROLL layout:
      *    name 1-60, first date 62-69, last date 71-78, count
      *    80-88, closing chain hash 90-107).
       01  WS-SEG-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-SEG-MAX           PIC 9(4) COMP VALUE 600.
       01  WS-SEG-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-SEG-RETIRE-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-SEG-FIRST-KEPT    PIC 9(4) COMP VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY OCCURS 600 TIMES.
               10  WS-SEG-LINE      PIC X(110).
       01  WS-SEG-NAME          PIC X(60) VALUE SPACES.
       01  WS-ANCHOR-HASH       PIC X(18) VALUE SPACES.
       01  WS-ANCHOR-SEGMENT    PIC X(60) VALUE SPACES.
       01  WS-SEGMENTS-RETIRED  PIC 9(9) VALUE 0.

       01  WS-TOTAL-KEPT        PIC 9(9) VALUE 0.
       01  WS-TOTAL-ARCHIVED    PIC 9(9) VALUE 0.
       01  WS-TOTAL-DESTROYED   PIC 9(9) VALUE 0.
       01  WS-FILES-FAILED      PIC 9(9) VALUE 0.

      *    Legal hold refusals, one entry per file and customer.
       01  WS-ID-POS-TEXT       PIC X(5) VALUE SPACES.
       01  WS-HOLD-FUNC         PIC X VALUE SPACE.
       01  WS-HOLD-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER       PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW           PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD     VALUE 'Y'.
       01  WS-SEG-HELD-SW       PIC X VALUE 'N'.
           88  SEGMENT-IS-HELD      VALUE 'Y'.
       01  WS-HELD-LINES-TOTAL  PIC 9(9) VALUE 0.
       01  WS-RFSL-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-REFUSAL-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-REFUSAL-MAX       PIC 9(4) COMP VALUE 300.
       01  WS-REFUSAL-TABLE.
           05  WS-REFUSAL-ENTRY OCCURS 300 TIMES.
               10  WS-RFSL-FILE     PIC X(60).
               10  WS-RFSL-CUST-ID  PIC X(10).
               10  WS-RFSL-MATTER   PIC X(20).
               10  WS-RFSL-LINES    PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-RETENTION-CONTROL
           IF WS-CTL-STAT NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-POL-COUNT = 0
               DISPLAY "FT-RETAIN: no retention lines in "
                   FUNCTION TRIM(WS-CONTROL-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open retention report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               PERFORM COMPUTE-POLICY-CUTOFF
               MOVE 0 TO WS-POL-KEPT(WS-POL-IDX)
                   WS-POL-ARCHIVED(WS-POL-IDX)
                   WS-POL-DESTROYED(WS-POL-IDX)
               MOVE SPACES TO WS-POL-OUTCOME(WS-POL-IDX)
               IF POL-IS-SEGMENTS(WS-POL-IDX)
                   PERFORM APPLY-SEGMENT-RETENTION
               ELSE
                   PERFORM APPLY-FILE-RETENTION
               END-IF
               ADD WS-POL-KEPT(WS-POL-IDX) TO WS-TOTAL-KEPT
               ADD WS-POL-ARCHIVED(WS-POL-IDX) TO WS-TOTAL-ARCHIVED
               ADD WS-POL-DESTROYED(WS-POL-IDX) TO WS-TOTAL-DESTROYED
           END-PERFORM

           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-HOLD-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW
           PERFORM WRITE-RETENTION-REPORT
           CLOSE REPORT-FILE
           DISPLAY "FT-RETAIN: " WS-POL-COUNT " files, kept "
               WS-TOTAL-KEPT ", archived " WS-TOTAL-ARCHIVED
               ", destroyed " WS-TOTAL-DESTROYED
           EVALUATE TRUE
               WHEN ANY-FILE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-REJECTED > 0 OR WS-HELD-LINES-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-RETENTION-CONTROL.
           MOVE 0 TO WS-POL-COUNT
           OPEN INPUT RETENTION-CONTROL-FILE
           IF WS-CTL-STAT NOT = "00"
               DISPLAY "Failed to open retention control. STATUS="
                   WS-CTL-STAT " FILE="
                   FUNCTION TRIM(WS-CONTROL-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ RETENTION-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(RETENTION-CONTROL-RECORD)
                                   NOT = SPACES
                                   AND RETENTION-CONTROL-RECORD(1:1)
                                       NOT = '*'
                               PERFORM LOAD-ONE-RETENTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-CONTROL-FILE
               MOVE "00" TO WS-CTL-STAT
           END-IF.

       LOAD-ONE-RETENTION-LINE.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 8
               MOVE SPACES TO WS-CTL-TOKEN(WS-TOK-IDX)
           END-PERFORM
           UNSTRING RETENTION-CONTROL-RECORD DELIMITED BY ALL ' '
               INTO WS-CTL-TOKEN(1) WS-CTL-TOKEN(2) WS-CTL-TOKEN(3)
                   WS-CTL-TOKEN(4) WS-CTL-TOKEN(5) WS-CTL-TOKEN(6)
                   WS-CTL-TOKEN(7) WS-CTL-TOKEN(8)
           END-UNSTRING
           IF WS-POL-COUNT >= WS-POL-MAX
               DISPLAY "Retention line skipped (table full): "
                   FUNCTION TRIM(RETENTION-CONTROL-RECORD)
               ADD 1 TO WS-CTL-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-TOKEN(2) = SPACES
                   OR (FUNCTION UPPER-CASE(WS-CTL-TOKEN(1))
                           NOT = 'FILE'
                       AND FUNCTION UPPER-CASE(WS-CTL-TOKEN(1))
                           NOT = 'SEGMENTS')
               DISPLAY "Retention line skipped (no FILE/SEGMENTS "
                   "name): " FUNCTION TRIM(RETENTION-CONTROL-RECORD)
               ADD 1 TO WS-CTL-REJECTED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POL-COUNT
           IF FUNCTION UPPER-CASE(WS-CTL-TOKEN(1)) = 'SEGMENTS'
               MOVE 'S' TO WS-POL-KIND(WS-POL-COUNT)
           ELSE
               MOVE 'F' TO WS-POL-KIND(WS-POL-COUNT)
           END-IF
           MOVE WS-CTL-TOKEN(2) TO WS-POL-FILE(WS-POL-COUNT)
           MOVE 0 TO WS-POL-DATE-POS(WS-POL-COUNT)
               WS-POL-ID-POS(WS-POL-COUNT)
               WS-POL-KEEP-NUM(WS-POL-COUNT)
           MOVE SPACES TO WS-POL-KEEP-UNIT(WS-POL-COUNT)
           MOVE 'A' TO WS-POL-ACTION(WS-POL-COUNT)
           PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
                   UNTIL WS-TOK-IDX > 8
               PERFORM APPLY-ONE-RETENTION-KEYWORD
           END-PERFORM

      *    A line that cannot say which lines have expired is refused
      *    outright rather than guessed at: retention deletes data.
           EVALUATE TRUE
               WHEN WS-POL-KEEP-NUM(WS-POL-COUNT) = 0
                   DISPLAY "Retention line dropped (no valid KEEP=): "
                       FUNCTION TRIM(RETENTION-CONTROL-RECORD)
                   SUBTRACT 1 FROM WS-POL-COUNT
                   ADD 1 TO WS-CTL-REJECTED
               WHEN POL-IS-FILE(WS-POL-COUNT)
                       AND (WS-POL-DATE-POS(WS-POL-COUNT) = 0
                           OR WS-POL-DATE-POS(WS-POL-COUNT) > 993)
                   DISPLAY "Retention line dropped (no valid DATE=): "
                       FUNCTION TRIM(RETENTION-CONTROL-RECORD)
                   SUBTRACT 1 FROM WS-POL-COUNT
                   ADD 1 TO WS-CTL-REJECTED
               WHEN WS-POL-ID-POS(WS-POL-COUNT) > 991
                   DISPLAY "Retention line dropped (ID= past the "
                       "line): " FUNCTION TRIM(RETENTION-CONTROL-RECORD)
                   SUBTRACT 1 FROM WS-POL-COUNT
                   ADD 1 TO WS-CTL-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ONE-RETENTION-KEYWORD.
           IF WS-CTL-TOKEN(WS-TOK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:5) = 'DATE='
                   MOVE WS-CTL-TOKEN(WS-TOK-IDX)(6:5)
                       TO WS-DATE-POS-TEXT
                   IF FUNCTION TRIM(WS-DATE-POS-TEXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-DATE-POS-TEXT)
                           TO WS-POL-DATE-POS(WS-POL-COUNT)
                   END-IF
               WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:3) = 'ID='
                   MOVE WS-CTL-TOKEN(WS-TOK-IDX)(4:5)
                       TO WS-ID-POS-TEXT
                   IF FUNCTION TRIM(WS-ID-POS-TEXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-ID-POS-TEXT)
                           TO WS-POL-ID-POS(WS-POL-COUNT)
                   END-IF
               WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:5) = 'KEEP='
                   PERFORM PARSE-KEEP-PERIOD
               WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:7) = 'ACTION='
                   EVALUATE FUNCTION UPPER-CASE(
                           WS-CTL-TOKEN(WS-TOK-IDX)(8:10))
                       WHEN 'ARCHIVE'
                           MOVE 'A' TO WS-POL-ACTION(WS-POL-COUNT)
                       WHEN 'DESTROY'
                           MOVE 'D' TO WS-POL-ACTION(WS-POL-COUNT)
                       WHEN OTHER
                           DISPLAY "Unknown retention action, "
                               "ARCHIVE used: "
                               FUNCTION TRIM(WS-CTL-TOKEN(WS-TOK-IDX))
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Unknown retention keyword ignored: "
                       FUNCTION TRIM(WS-CTL-TOKEN(WS-TOK-IDX))
           END-EVALUATE.

      *    KEEP=<count><unit>, unit D, M or Y. Anything else leaves
      *    the count zero so the line is refused.
       PARSE-KEEP-PERIOD.
           MOVE FUNCTION UPPER-CASE(WS-CTL-TOKEN(WS-TOK-IDX)(6:10))
               TO WS-KEEP-TEXT
           MOVE 0 TO WS-KEEP-LEN
           INSPECT WS-KEEP-TEXT TALLYING WS-KEEP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEEP-LEN < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEEP-DIGITS
           MOVE WS-KEEP-TEXT(1:WS-KEEP-LEN - 1) TO WS-KEEP-DIGITS
           IF WS-KEEP-LEN > 5
                   OR WS-KEEP-DIGITS(1:WS-KEEP-LEN - 1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-KEEP-TEXT(WS-KEEP-LEN:1) = 'D' OR 'M' OR 'Y'
               MOVE WS-KEEP-TEXT(WS-KEEP-LEN:1)
                   TO WS-POL-KEEP-UNIT(WS-POL-COUNT)
               MOVE FUNCTION NUMVAL(WS-KEEP-DIGITS)
                   TO WS-POL-KEEP-NUM(WS-POL-COUNT)
           END-IF.

      *    Cutoff = run date less the retention period. A month or
      *    year result past the 28th is pulled back to the 28th.
       COMPUTE-POLICY-CUTOFF.
           MOVE WS-RUN-DATE TO WS-CUT-DATE
           EVALUATE WS-POL-KEEP-UNIT(WS-POL-IDX)
               WHEN 'D'
                   COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RUN-DATE))
                   IF WS-POL-KEEP-NUM(WS-POL-IDX) < WS-CUT-INT
                       SUBTRACT WS-POL-KEEP-NUM(WS-POL-IDX)
                           FROM WS-CUT-INT
                   ELSE
                       MOVE 1 TO WS-CUT-INT
                   END-IF
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUT-INT)
                       TO WS-CUT-NUM
                   MOVE WS-CUT-NUM TO WS-CUT-DATE
               WHEN 'M'
                   COMPUTE WS-CUT-MONTHS = WS-CUT-DATE-YEAR * 12
                       + WS-CUT-DATE-MONTH - 1
                       - WS-POL-KEEP-NUM(WS-POL-IDX)
                   COMPUTE WS-CUT-YEAR = WS-CUT-MONTHS / 12
                   COMPUTE WS-CUT-MONTH = FUNCTION MOD(WS-CUT-MONTHS,
                       12) + 1
                   MOVE WS-CUT-YEAR TO WS-CUT-DATE-YEAR
                   MOVE WS-CUT-MONTH TO WS-CUT-DATE-MONTH
               WHEN 'Y'
                   IF WS-POL-KEEP-NUM(WS-POL-IDX) < WS-CUT-DATE-YEAR
                       SUBTRACT WS-POL-KEEP-NUM(WS-POL-IDX)
                           FROM WS-CUT-DATE-YEAR
                   ELSE
                       MOVE 1 TO WS-CUT-DATE-YEAR
                   END-IF
           END-EVALUATE
           IF WS-POL-KEEP-UNIT(WS-POL-IDX) NOT = 'D'
                   AND WS-CUT-DATE-DAY > 28
               MOVE 28 TO WS-CUT-DATE-DAY
           END-IF
           MOVE WS-CUT-DATE TO WS-POL-CUTOFF(WS-POL-IDX).

      *    One line-dated file: expired lines to the dated archive
      *    (or dropped), the rest to the working copy.
       APPLY-FILE-RETENTION.
           MOVE WS-POL-FILE(WS-POL-IDX) TO WS-HISTORY-FILENAME
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STAT = "35"
               MOVE "NOT PRESENT" TO WS-POL-OUTCOME(WS-POL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-STAT NOT = "00"
               MOVE "OPEN FAILED" TO WS-POL-OUTCOME(WS-POL-IDX)
               PERFORM NOTE-FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HISTORY-NEW-FILENAME
           STRING FUNCTION TRIM(WS-HISTORY-FILENAME) ".new"
               DELIMITED BY SIZE INTO WS-HISTORY-NEW-FILENAME
           END-STRING
           OPEN OUTPUT HISTORY-NEW-FILE
           IF WS-NEW-STAT NOT = "00"
               CLOSE HISTORY-FILE
               MOVE "WORKING COPY OPEN FAILED"
                   TO WS-POL-OUTCOME(WS-POL-IDX)
               PERFORM NOTE-FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HISTORY-FILENAME TO WS-RETIRED-FILENAME
           PERFORM BUILD-RETIRED-FILENAME
           MOVE 'N' TO WS-RETIRED-OPEN-SW
           MOVE 'N' TO WS-WRITE-FAILED-SW

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM ROUTE-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE HISTORY-NEW-FILE
           IF RETIRED-FILE-OPEN
               CLOSE RETIRED-FILE
           END-IF

           EVALUATE TRUE
               WHEN WRITE-HAS-FAILED
                   MOVE "WRITE FAILED - LIVE UNTOUCHED"
                       TO WS-POL-OUTCOME(WS-POL-IDX)
                   DISPLAY "Working copy kept aside, live file "
                       "untouched: "
                       FUNCTION TRIM(WS-HISTORY-NEW-FILENAME)
                   PERFORM NOTE-FILE-FAILED
               WHEN WS-POL-ARCHIVED(WS-POL-IDX) = 0
                       AND WS-POL-DESTROYED(WS-POL-IDX) = 0
                   CALL "CBL_DELETE_FILE" USING WS-HISTORY-NEW-FILENAME
                   MOVE "NOTHING EXPIRED" TO WS-POL-OUTCOME(WS-POL-IDX)
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING WS-HISTORY-FILENAME
                   CALL "CBL_RENAME_FILE" USING WS-HISTORY-NEW-FILENAME
                       WS-HISTORY-FILENAME
                   MOVE "REWRITTEN" TO WS-POL-OUTCOME(WS-POL-IDX)
           END-EVALUATE.

       ROUTE-ONE-HISTORY-LINE.
           MOVE HISTORY-RECORD(WS-POL-DATE-POS(WS-POL-IDX):8)
               TO WS-LINE-DATE
           PERFORM JUDGE-LINE-DATE
           IF LINE-HAS-EXPIRED AND WS-POL-ID-POS(WS-POL-IDX) > 0
               MOVE HISTORY-RECORD(WS-POL-ID-POS(WS-POL-IDX):10)
                   TO WS-HOLD-CUST-ID
               PERFORM CHECK-LINE-LEGAL-HOLD
               IF CUSTOMER-IS-HELD
                   MOVE 'N' TO WS-EXPIRED-SW
                   MOVE WS-POL-FILE(WS-POL-IDX) TO WS-SEG-NAME
                   PERFORM NOTE-LEGAL-HOLD-REFUSAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT LINE-HAS-EXPIRED
                   MOVE HISTORY-RECORD TO HISTORY-NEW-RECORD
                   WRITE HISTORY-NEW-RECORD
                   IF WS-NEW-STAT NOT = "00"
                       DISPLAY "Write error on working copy. STATUS="
                           WS-NEW-STAT
                       MOVE 'Y' TO WS-WRITE-FAILED-SW
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-POL-KEPT(WS-POL-IDX)
                   END-IF
               WHEN POL-DESTROYS(WS-POL-IDX)
                   ADD 1 TO WS-POL-DESTROYED(WS-POL-IDX)
               WHEN OTHER
                   PERFORM WRITE-RETIRED-LINE
                   IF NOT WRITE-HAS-FAILED
                       ADD 1 TO WS-POL-ARCHIVED(WS-POL-IDX)
                   END-IF
           END-EVALUATE.

       CHECK-LINE-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           IF WS-HOLD-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOLD-COMPANY
           MOVE 'C' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-HOLD-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW.

      *    One more line kept for a held customer of the file in
      *    WS-SEG-NAME.
       NOTE-LEGAL-HOLD-REFUSAL.
           ADD 1 TO WS-HELD-LINES-TOTAL
           PERFORM VARYING WS-RFSL-IDX FROM 1 BY 1
                   UNTIL WS-RFSL-IDX > WS-REFUSAL-COUNT
               IF WS-RFSL-FILE(WS-RFSL-IDX) = WS-SEG-NAME
                       AND WS-RFSL-CUST-ID(WS-RFSL-IDX)
                           = WS-HOLD-CUST-ID
                   ADD 1 TO WS-RFSL-LINES(WS-RFSL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-REFUSAL-COUNT < WS-REFUSAL-MAX
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE WS-SEG-NAME TO WS-RFSL-FILE(WS-REFUSAL-COUNT)
               MOVE WS-HOLD-CUST-ID TO WS-RFSL-CUST-ID(WS-REFUSAL-COUNT)
               MOVE WS-HOLD-MATTER TO WS-RFSL-MATTER(WS-REFUSAL-COUNT)
               MOVE 1 TO WS-RFSL-LINES(WS-REFUSAL-COUNT)
           END-IF.

      *    Only a real YYYYMMDD before the cutoff has expired; a
      *    heading or a line with nothing at the date position stays.
       JUDGE-LINE-DATE.
           MOVE 'N' TO WS-EXPIRED-SW
           IF WS-LINE-DATE IS NUMERIC
                   AND WS-LINE-DATE(5:2) >= '01'
                   AND WS-LINE-DATE(5:2) <= '12'
                   AND WS-LINE-DATE(7:2) >= '01'
                   AND WS-LINE-DATE(7:2) <= '31'
                   AND WS-LINE-DATE < WS-POL-CUTOFF(WS-POL-IDX)
               MOVE 'Y' TO WS-EXPIRED-SW
           END-IF.

      *    The archive opens on the first expired line, so a run with
      *    nothing to retire leaves no empty archive behind.
       WRITE-RETIRED-LINE.
           IF NOT RETIRED-FILE-OPEN
               OPEN EXTEND RETIRED-FILE
               IF WS-RTD-STAT = "35"
                   OPEN OUTPUT RETIRED-FILE
               END-IF
               IF WS-RTD-STAT NOT = "00"
                   DISPLAY "Failed to open retention archive. STATUS="
                       WS-RTD-STAT " FILE="
                       FUNCTION TRIM(WS-RETIRED-FILENAME)
                   MOVE 'Y' TO WS-WRITE-FAILED-SW
                   MOVE 'Y' TO WS-EOF-SWITCH
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-RETIRED-OPEN-SW
           END-IF
           MOVE HISTORY-RECORD TO RETIRED-RECORD
           WRITE RETIRED-RECORD
           IF WS-RTD-STAT NOT = "00"
               DISPLAY "Write error on retention archive. STATUS="
                   WS-RTD-STAT
               MOVE 'Y' TO WS-WRITE-FAILED-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *    <name less its extension>_retired_<run date>.txt, built
      *    from the name already in WS-RETIRED-FILENAME.
       BUILD-RETIRED-FILENAME.
           MOVE 0 TO WS-NAME-LEN WS-DOT-POS
           INSPECT WS-RETIRED-FILENAME TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING WS-CHAR-IDX FROM WS-NAME-LEN BY -1
                   UNTIL WS-CHAR-IDX < 2 OR WS-DOT-POS > 0
               IF WS-RETIRED-FILENAME(WS-CHAR-IDX:1) = '.'
                   MOVE WS-CHAR-IDX TO WS-DOT-POS
               END-IF
           END-PERFORM
           IF WS-DOT-POS > 0
               COMPUTE WS-NAME-LEN = WS-DOT-POS - 1
           END-IF
           MOVE WS-RETIRED-FILENAME(1:WS-NAME-LEN) TO WS-PARM-WORK
           MOVE SPACES TO WS-RETIRED-FILENAME
           STRING WS-PARM-WORK(1:WS-NAME-LEN) "_retired_"
                   WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RETIRED-FILENAME
           END-STRING.

       NOTE-FILE-FAILED.
           MOVE 'Y' TO WS-ANY-FAILED-SW
           ADD 1 TO WS-FILES-FAILED.

      *    Audit segments retire whole, from the front of the index,
      *    never the newest. Order of work keeps a failure harmless:
      *    archive the lines, write the new index aside, record the
      *    chain anchor, then swap the index and delete the segments.
       APPLY-SEGMENT-RETENTION.
           MOVE WS-POL-FILE(WS-POL-IDX) TO WS-SEG-INDEX-FILENAME
           PERFORM LOAD-SEGMENT-INDEX
           IF WS-SIX-STAT = "35"
               MOVE "NOT PRESENT" TO WS-POL-OUTCOME(WS-POL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SIX-STAT NOT = "00"
               MOVE "OPEN FAILED" TO WS-POL-OUTCOME(WS-POL-IDX)
               PERFORM NOTE-FILE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEG-RETIRE-COUNT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX >= WS-SEG-COUNT
               MOVE WS-SEG-LINE(WS-SEG-IDX)(71:8) TO WS-LINE-DATE
               PERFORM JUDGE-LINE-DATE
               IF NOT LINE-HAS-EXPIRED
                   EXIT PERFORM
               END-IF
               MOVE WS-SEG-IDX TO WS-SEG-RETIRE-COUNT
           END-PERFORM
           MOVE 'N' TO WS-SEG-HELD-SW
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-RETIRE-COUNT
               PERFORM CHECK-SEGMENT-LEGAL-HOLDS
               IF SEGMENT-IS-HELD
                   COMPUTE WS-SEG-RETIRE-COUNT = WS-SEG-IDX - 1
               END-IF
           END-PERFORM
           COMPUTE WS-SEG-FIRST-KEPT = WS-SEG-RETIRE-COUNT + 1
           PERFORM VARYING WS-SEG-IDX FROM WS-SEG-FIRST-KEPT BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-LINE(WS-SEG-IDX)(80:9) IS NUMERIC
                   ADD FUNCTION NUMVAL(WS-SEG-LINE(WS-SEG-IDX)(80:9))
                       TO WS-POL-KEPT(WS-POL-IDX)
               END-IF
           END-PERFORM
           IF WS-SEG-RETIRE-COUNT = 0
               IF SEGMENT-IS-HELD
                   MOVE "LEGAL HOLD - NONE RETIRED"
                       TO WS-POL-OUTCOME(WS-POL-IDX)
               ELSE
                   MOVE "NOTHING EXPIRED" TO WS-POL-OUTCOME(WS-POL-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEG-INDEX-FILENAME TO WS-RETIRED-FILENAME
           PERFORM BUILD-RETIRED-FILENAME
           MOVE 'N' TO WS-RETIRED-OPEN-SW
           MOVE 'N' TO WS-WRITE-FAILED-SW
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-RETIRE-COUNT
                       OR WRITE-HAS-FAILED
               PERFORM RETIRE-ONE-SEGMENT-LINES
           END-PERFORM
           IF RETIRED-FILE-OPEN
               CLOSE RETIRED-FILE
           END-IF
           IF NOT WRITE-HAS-FAILED
               PERFORM WRITE-SEGMENT-INDEX-COPY
           END-IF
           IF NOT WRITE-HAS-FAILED
               PERFORM WRITE-CHAIN-ANCHOR
           END-IF
           IF WRITE-HAS-FAILED
               MOVE "WRITE FAILED - LIVE UNTOUCHED"
                   TO WS-POL-OUTCOME(WS-POL-IDX)
               PERFORM NOTE-FILE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-SEG-INDEX-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-SEG-INDEX-NEW-FILENAME
               WS-SEG-INDEX-FILENAME
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-RETIRE-COUNT
               MOVE SPACES TO WS-HISTORY-FILENAME
               MOVE WS-SEG-LINE(WS-SEG-IDX)(1:60)
                   TO WS-HISTORY-FILENAME(1:60)
               CALL "CBL_DELETE_FILE" USING WS-HISTORY-FILENAME
               ADD 1 TO WS-SEGMENTS-RETIRED
           END-PERFORM
           MOVE WS-SEG-RETIRE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-POL-OUTCOME(WS-POL-IDX)
           STRING "SEGMENTS RETIRED " FUNCTION TRIM(WS-NUM-EDIT)
               DELIMITED BY SIZE INTO WS-POL-OUTCOME(WS-POL-IDX)
           END-STRING.

       LOAD-SEGMENT-INDEX.
           MOVE 0 TO WS-SEG-COUNT
           OPEN INPUT SEGMENT-INDEX-FILE
           IF WS-SIX-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-SEG-COUNT >= WS-SEG-MAX
                   READ SEGMENT-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(SEGMENT-INDEX-RECORD(1:60))
                                   NOT = SPACES
                               ADD 1 TO WS-SEG-COUNT
                               MOVE SEGMENT-INDEX-RECORD
                                   TO WS-SEG-LINE(WS-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-INDEX-FILE
               MOVE "00" TO WS-SIX-STAT
           END-IF.

      *    Every line of one retiring segment, to the archive or
      *    counted away. A segment the index names but the disk lacks
      *    is already gone; there is nothing left of it to keep.
       RETIRE-ONE-SEGMENT-LINES.
           MOVE SPACES TO WS-HISTORY-FILENAME
           MOVE WS-SEG-LINE(WS-SEG-IDX)(1:60)
               TO WS-HISTORY-FILENAME(1:60)
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HST-STAT NOT = "00"
               DISPLAY "Failed to open audit segment. STATUS="
                   WS-HST-STAT " FILE="
                   FUNCTION TRIM(WS-HISTORY-FILENAME)
               MOVE 'Y' TO WS-WRITE-FAILED-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF POL-DESTROYS(WS-POL-IDX)
                           ADD 1 TO WS-POL-DESTROYED(WS-POL-IDX)
                       ELSE
                           PERFORM WRITE-RETIRED-LINE
                           IF NOT WRITE-HAS-FAILED
                               ADD 1 TO WS-POL-ARCHIVED(WS-POL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *    Every held customer on the segment is listed, not just the
      *    first, so counsel sees the whole of what the hold kept. A
      *    segment that cannot be read is left for the retirement
      *    pass to fail on.
       CHECK-SEGMENT-LEGAL-HOLDS.
           MOVE 'N' TO WS-SEG-HELD-SW
           MOVE SPACES TO WS-HISTORY-FILENAME
           MOVE WS-SEG-LINE(WS-SEG-IDX)(1:60)
               TO WS-HISTORY-FILENAME(1:60)
           MOVE WS-SEG-LINE(WS-SEG-IDX)(1:60) TO WS-SEG-NAME
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      *                Same id rule as FT-AUDITQ: after the run id,
      *                or at the older offset.
                       IF HISTORY-RECORD(28:4) = 'RUN='
                           MOVE HISTORY-RECORD(47:10)
                               TO WS-HOLD-CUST-ID
                       ELSE
                           MOVE HISTORY-RECORD(28:10)
                               TO WS-HOLD-CUST-ID
                       END-IF
                       PERFORM CHECK-LINE-LEGAL-HOLD
                       IF CUSTOMER-IS-HELD
                           MOVE 'Y' TO WS-SEG-HELD-SW
                           PERFORM NOTE-LEGAL-HOLD-REFUSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-SEGMENT-INDEX-COPY.
           MOVE SPACES TO WS-SEG-INDEX-NEW-FILENAME
           STRING FUNCTION TRIM(WS-SEG-INDEX-FILENAME) ".new"
               DELIMITED BY SIZE INTO WS-SEG-INDEX-NEW-FILENAME
           END-STRING
           OPEN OUTPUT SEGMENT-INDEX-NEW-FILE
           IF WS-SXN-STAT NOT = "00"
               DISPLAY "Failed to open working index. STATUS="
                   WS-SXN-STAT
               MOVE 'Y' TO WS-WRITE-FAILED-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEG-IDX FROM WS-SEG-FIRST-KEPT BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
                       OR WRITE-HAS-FAILED
               MOVE WS-SEG-LINE(WS-SEG-IDX) TO SEGMENT-INDEX-NEW-RECORD
               WRITE SEGMENT-INDEX-NEW-RECORD
               IF WS-SXN-STAT NOT = "00"
                   DISPLAY "Write error on working index. STATUS="
                       WS-SXN-STAT
                   MOVE 'Y' TO WS-WRITE-FAILED-SW
               END-IF
           END-PERFORM
           CLOSE SEGMENT-INDEX-NEW-FILE.

      *    Anchor line: closing chain hash 1-18 of the last segment
      *    retired, its name 20-79, retirement date 81-88. Segments
      *    from before the chain existed carry no closing hash and
      *    leave any earlier anchor as it stands.
       WRITE-CHAIN-ANCHOR.
           MOVE WS-SEG-LINE(WS-SEG-RETIRE-COUNT)(90:18)
               TO WS-ANCHOR-HASH
           MOVE WS-SEG-LINE(WS-SEG-RETIRE-COUNT)(1:60)
               TO WS-ANCHOR-SEGMENT
           IF WS-ANCHOR-HASH IS NOT NUMERIC
                   OR WS-ANCHOR-HASH = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHAIN-ANCHOR-FILE
           IF WS-ANC-STAT NOT = "00"
               DISPLAY "Failed to open chain anchor. STATUS="
                   WS-ANC-STAT
               MOVE 'Y' TO WS-WRITE-FAILED-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAIN-ANCHOR-RECORD
           MOVE WS-ANCHOR-HASH TO CHAIN-ANCHOR-RECORD(1:18)
           MOVE WS-ANCHOR-SEGMENT TO CHAIN-ANCHOR-RECORD(20:60)
           MOVE WS-RUN-DATE TO CHAIN-ANCHOR-RECORD(81:8)
           WRITE CHAIN-ANCHOR-RECORD
           IF WS-ANC-STAT NOT = "00"
               DISPLAY "Write error on chain anchor. STATUS="
                   WS-ANC-STAT
               MOVE 'Y' TO WS-WRITE-FAILED-SW
           END-IF
           CLOSE CHAIN-ANCHOR-FILE.

       WRITE-RETENTION-REPORT.
           MOVE "FT-RETAIN RECORDS RETENTION REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date        : " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FILE                         KEEP  ACTION  CUTOFF  "
                   "         KEPT    ARCHIVED   DESTROYED  OUTCOME"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               PERFORM WRITE-ONE-POLICY-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-KEPT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Kept            : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ARCHIVED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Archived        : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-DESTROYED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Destroyed       : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SEGMENTS-RETIRED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Segments retired: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FILES-FAILED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Files failed    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CTL-REJECTED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Control refused : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HELD-LINES-TOTAL TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Legal hold kept : " WS-NUM-EDIT " lines"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REFUSAL-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE "LEGAL HOLD REFUSALS" TO REPORT-RECORD(1:19)
               MOVE "FILE" TO REPORT-RECORD(22:4)
               MOVE "CUSTOMER" TO REPORT-RECORD(63:8)
               MOVE "MATTER" TO REPORT-RECORD(75:6)
               MOVE "LINES" TO REPORT-RECORD(102:5)
               WRITE REPORT-RECORD
               PERFORM VARYING WS-RFSL-IDX FROM 1 BY 1
                       UNTIL WS-RFSL-IDX > WS-REFUSAL-COUNT
                   MOVE WS-RFSL-LINES(WS-RFSL-IDX) TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE WS-RFSL-FILE(WS-RFSL-IDX)(1:40)
                       TO REPORT-RECORD(22:40)
                   MOVE WS-RFSL-CUST-ID(WS-RFSL-IDX)
                       TO REPORT-RECORD(63:10)
                   MOVE WS-RFSL-MATTER(WS-RFSL-IDX)
                       TO REPORT-RECORD(75:20)
                   MOVE WS-NUM-EDIT TO REPORT-RECORD(96:11)
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF.

       WRITE-ONE-POLICY-LINE.
           MOVE WS-POL-KEPT(WS-POL-IDX) TO WS-KEPT-EDIT
           MOVE WS-POL-ARCHIVED(WS-POL-IDX) TO WS-ARCH-EDIT
           MOVE WS-POL-DESTROYED(WS-POL-IDX) TO WS-DEST-EDIT
           MOVE WS-POL-KEEP-NUM(WS-POL-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO WS-KEEP-TEXT
           STRING FUNCTION TRIM(WS-NUM-EDIT)
                   WS-POL-KEEP-UNIT(WS-POL-IDX)
               DELIMITED BY SIZE INTO WS-KEEP-TEXT
           END-STRING
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-POL-FILE(WS-POL-IDX)(1:28) TO REPORT-RECORD(1:28)
           MOVE WS-KEEP-TEXT(1:5) TO REPORT-RECORD(30:5)
           IF POL-DESTROYS(WS-POL-IDX)
               MOVE "DESTROY" TO REPORT-RECORD(36:7)
           ELSE
               MOVE "ARCHIVE" TO REPORT-RECORD(36:7)
           END-IF
           MOVE WS-POL-CUTOFF(WS-POL-IDX) TO REPORT-RECORD(44:8)
           MOVE WS-KEPT-EDIT TO REPORT-RECORD(53:11)
           MOVE WS-ARCH-EDIT TO REPORT-RECORD(65:11)
           MOVE WS-DEST-EDIT TO REPORT-RECORD(77:11)
           MOVE WS-POL-OUTCOME(WS-POL-IDX) TO REPORT-RECORD(90:30)
           WRITE REPORT-RECORD.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                        WS-PARM-TOKEN-3
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

      *    RUNDATE= reruns a missed night against its own date.
       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:8) = 'CONTROL='
                       MOVE WS-PARM-WORK(9:92) TO WS-CONTROL-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'RUNDATE='
                       IF WS-PARM-WORK(9:8) IS NUMERIC
                           MOVE WS-PARM-WORK(9:8) TO WS-RUN-DATE
                       ELSE
                           DISPLAY "RUNDATE= not YYYYMMDD, today used: "
                               FUNCTION TRIM(WS-PARM-WORK)
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-RETAIN.
