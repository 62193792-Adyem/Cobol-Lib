       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-MAPPER.

      *    Layout-driven inbound feed mapper. Every source that joined
      *    the manifest sent names, addresses and contacts in its own
      *    layout, and every one meant another one-off conversion
      *    script to reach the id-plus-free-text shape FT-NAME,
      *    FT-ADDRESS and FT-CONTACT read. This step reads a source
      *    file under a per-source layout control file (LAYOUT=, or
      *    SOURCE=<code> for layout_<code>.ctl) and writes the three
      *    feeds -- raw_names.txt, addresses.txt, contacts.txt, or
      *    the NAMES= / ADDRESSES= / CONTACTS= overrides -- so a new
      *    source is a control-file change, not a code change.
      *    Layout keywords, one per line ('*' comments and blanks
      *    skipped):
      *        FORMAT FIXED | DELIMITED
      *        DELIM  COMMA | PIPE | TAB | <char>   (DELIMITED only;
      *                 double-quoted fields may hold the delimiter)
      *        SKIP   FIRST <n> | LAST <n> | PREFIX <text>
      *                 header/trailer records to pass over; up to
      *                 five PREFIX lines
      *        <field> <start> <length>    (FIXED)
      *        <field> <field number>      (DELIMITED)
      *    where <field> is KEY, LAST, FIRST, MIDDLE, SUFFIX,
      *    FULLNAME, ADDR1, ADDR2, CITY, STATE, ZIP, PHONE or EMAIL.
      *    KEY is required and lands in the feeds' 10-byte id field
      *    (FT-NAME translates it through the source key xref on a
      *    coded manifest line). The name text follows FT-NAME's own
      *    delimited-input form, "LAST, FIRST MIDDLE" plus any
      *    suffix, unless FULLNAME is mapped; address and contact
      *    text are the mapped pieces in order, space separated. A
      *    feed line is written only when its fields carry data.
      *    A layout file with an unknown keyword, a missing operand
      *    or no KEY is rejected whole (RC 12) -- the name_rules.ctl
      *    convention -- so a bad edit cannot half-map a feed.
      *    Records that do not fit the declared layout go to
      *    mapping_rejects.txt, raw record 1-256 and reason 257-286,
      *    the suite's rejects layout; any reject makes it RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC WS-LAYOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STAT.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STAT.
           SELECT NAMES-FILE ASSIGN TO DYNAMIC WS-NAMES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAM-STAT.
           SELECT ADDRESSES-FILE ASSIGN TO DYNAMIC
               WS-ADDRESSES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STAT.
           SELECT CONTACTS-FILE ASSIGN TO DYNAMIC WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT MAP-REJECTS-FILE ASSIGN TO DYNAMIC
               WS-REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD            PIC X(80).

       FD  SOURCE-FILE.
       01  SOURCE-RECORD            PIC X(1000).

       FD  NAMES-FILE.
       01  NAMES-RECORD             PIC X(256).

       FD  ADDRESSES-FILE.
       01  ADDRESSES-RECORD         PIC X(256).

       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD          PIC X(256).

       FD  MAP-REJECTS-FILE.
       01  MAP-REJECTS-RECORD       PIC X(286).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LAY-STAT      PIC XX VALUE SPACES.
       77  WS-IN-STAT       PIC XX VALUE SPACES.
       77  WS-NAM-STAT      PIC XX VALUE SPACES.
       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-REJ-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-LAYOUT-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-INPUT-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-NAMES-FILENAME    PIC X(100) VALUE 'raw_names.txt'.
       01  WS-ADDRESSES-FILENAME PIC X(100) VALUE 'addresses.txt'.
       01  WS-CONTACTS-FILENAME PIC X(100) VALUE 'contacts.txt'.
       01  WS-REJECTS-FILENAME  PIC X(100)
                                VALUE 'mapping_rejects.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'mapper_report.txt'.
       01  WS-SOURCE-CODE       PIC X(3) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(400) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.

      *    The layout as loaded.
       01  WS-LAYOUT-ERROR-SW   PIC X VALUE 'N'.
           88  LAYOUT-MALFORMED     VALUE 'Y'.
       01  WS-LAYOUT-ERROR-TEXT PIC X(60) VALUE SPACES.
       01  WS-LAYOUT-FORMAT     PIC X(9) VALUE 'FIXED'.
           88  LAYOUT-FIXED         VALUE 'FIXED'.
           88  LAYOUT-DELIMITED     VALUE 'DELIMITED'.
       01  WS-DELIM-CHAR        PIC X VALUE ','.
       01  WS-KEYWORD           PIC X(10) VALUE SPACES.
       01  WS-OPERAND-1         PIC X(20) VALUE SPACES.
       01  WS-OPERAND-2         PIC X(20) VALUE SPACES.
       01  WS-SKIP-FIRST        PIC 9(4) COMP VALUE 0.
       01  WS-SKIP-LAST         PIC 9(4) COMP VALUE 0.
       01  WS-SKIP-PREFIX-COUNT PIC 9(4) COMP VALUE 0.
       01  WS-SKIP-PREFIX-TABLE.
           05  WS-SKIP-PREFIX OCCURS 5 TIMES PIC X(20).
       01  WS-PREFIX-LEN        PIC 9(4) COMP VALUE 0.

      *    The thirteen mappable fields, in the order their text is
      *    assembled. Start/length for FIXED; the field number rides
      *    in WS-FLD-START for DELIMITED.
       01  WS-FIELD-NAME-VALUES.
           05  FILLER               PIC X(8) VALUE 'KEY'.
           05  FILLER               PIC X(8) VALUE 'LAST'.
           05  FILLER               PIC X(8) VALUE 'FIRST'.
           05  FILLER               PIC X(8) VALUE 'MIDDLE'.
           05  FILLER               PIC X(8) VALUE 'SUFFIX'.
           05  FILLER               PIC X(8) VALUE 'FULLNAME'.
           05  FILLER               PIC X(8) VALUE 'ADDR1'.
           05  FILLER               PIC X(8) VALUE 'ADDR2'.
           05  FILLER               PIC X(8) VALUE 'CITY'.
           05  FILLER               PIC X(8) VALUE 'STATE'.
           05  FILLER               PIC X(8) VALUE 'ZIP'.
           05  FILLER               PIC X(8) VALUE 'PHONE'.
           05  FILLER               PIC X(8) VALUE 'EMAIL'.
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME OCCURS 13 TIMES PIC X(8).
       01  WS-FIELD-COUNT       PIC 9(4) COMP VALUE 13.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 13 TIMES.
               10  WS-FLD-MAPPED        PIC X.
               10  WS-FLD-START         PIC 9(4).
               10  WS-FLD-LENGTH        PIC 9(4).
               10  WS-FLD-VALUE         PIC X(100).
       01  WS-FLD-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-FLD-HIT           PIC 9(4) COMP VALUE 0.
       01  WS-HIGHEST-FIELD     PIC 9(4) COMP VALUE 0.

      *    One source record split into its delimited columns.
       01  WS-REC-LENGTH        PIC 9(4) COMP VALUE 0.
       01  WS-COL-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-COL-MAX           PIC 9(4) COMP VALUE 60.
       01  WS-COL-TABLE.
           05  WS-COL-VALUE OCCURS 60 TIMES PIC X(100).
       01  WS-COL-POS           PIC 9(4) COMP VALUE 0.
       01  WS-IN-QUOTES-SW      PIC X VALUE 'N'.
           88  IN-QUOTES            VALUE 'Y'.
       01  WS-CHAR              PIC X VALUE SPACE.
       01  WS-TOTAL-RECORDS     PIC 9(9) VALUE 0.
       01  WS-RECORD-NUMBER     PIC 9(9) VALUE 0.
       01  WS-SKIP-SW           PIC X VALUE 'N'.
           88  RECORD-SKIPPED       VALUE 'Y'.
       01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01  WS-FEED-TEXT         PIC X(246) VALUE SPACES.

       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(9) VALUE 0.
       01  WS-NAMES-COUNT       PIC 9(9) VALUE 0.
       01  WS-ADDRESSES-COUNT   PIC 9(9) VALUE 0.
       01  WS-CONTACTS-COUNT    PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           IF WS-LAYOUT-FILENAME = SPACES
                   AND WS-SOURCE-CODE NOT = SPACES
               STRING "layout_" FUNCTION TRIM(WS-SOURCE-CODE) ".ctl"
                   DELIMITED BY SIZE INTO WS-LAYOUT-FILENAME
               END-STRING
           END-IF
           IF WS-LAYOUT-FILENAME = SPACES OR WS-INPUT-FILENAME = SPACES
               DISPLAY "FT-MAPPER: INPUT= and LAYOUT= (or SOURCE=) "
                   "are required"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LAYOUT
           IF LAYOUT-MALFORMED
               DISPLAY "Layout rejected ("
                   FUNCTION TRIM(WS-LAYOUT-FILENAME) "): "
                   FUNCTION TRIM(WS-LAYOUT-ERROR-TEXT)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SKIP-LAST > 0
               PERFORM COUNT-SOURCE-RECORDS
           END-IF

           OPEN INPUT SOURCE-FILE
           IF WS-IN-STAT NOT = "00"
               DISPLAY "Failed to open source file. STATUS="
                   WS-IN-STAT " FILE=" FUNCTION TRIM(WS-INPUT-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NAMES-FILE
           OPEN OUTPUT ADDRESSES-FILE
           OPEN OUTPUT CONTACTS-FILE
           OPEN OUTPUT MAP-REJECTS-FILE
           IF WS-NAM-STAT NOT = "00" OR WS-ADR-STAT NOT = "00"
                   OR WS-CON-STAT NOT = "00" OR WS-REJ-STAT NOT = "00"
               DISPLAY "Failed to open feed outputs. STATUS="
                   WS-NAM-STAT "/" WS-ADR-STAT "/" WS-CON-STAT "/"
                   WS-REJ-STAT
               CLOSE SOURCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM MAP-ONE-SOURCE-RECORD
               END-READ
           END-PERFORM

           CLOSE SOURCE-FILE
           CLOSE NAMES-FILE
           CLOSE ADDRESSES-FILE
           CLOSE CONTACTS-FILE
           CLOSE MAP-REJECTS-FILE
           PERFORM WRITE-MAPPER-REPORT
           DISPLAY "FT-MAPPER: read=" WS-READ-COUNT
               " names=" WS-NAMES-COUNT
               " addresses=" WS-ADDRESSES-COUNT
               " contacts=" WS-CONTACTS-COUNT
               " rejected=" WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-LAYOUT.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE 'N' TO WS-FLD-MAPPED(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-START(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-LENGTH(WS-FLD-IDX)
           END-PERFORM
           OPEN INPUT LAYOUT-FILE
           IF WS-LAY-STAT NOT = "00"
               MOVE 'Y' TO WS-LAYOUT-ERROR-SW
               MOVE "LAYOUT FILE NOT READABLE" TO WS-LAYOUT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y' OR LAYOUT-MALFORMED
               READ LAYOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF FUNCTION TRIM(LAYOUT-RECORD) NOT = SPACES
                               AND LAYOUT-RECORD(1:1) NOT = '*'
                           PERFORM APPLY-ONE-LAYOUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE
           IF NOT LAYOUT-MALFORMED AND WS-FLD-MAPPED(1) NOT = 'Y'
               MOVE 'Y' TO WS-LAYOUT-ERROR-SW
               MOVE "NO KEY FIELD DECLARED" TO WS-LAYOUT-ERROR-TEXT
           END-IF.

       APPLY-ONE-LAYOUT-LINE.
           MOVE SPACES TO WS-KEYWORD WS-OPERAND-1 WS-OPERAND-2
           UNSTRING FUNCTION TRIM(LAYOUT-RECORD) DELIMITED BY ALL ' '
               INTO WS-KEYWORD WS-OPERAND-1 WS-OPERAND-2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-KEYWORD) TO WS-KEYWORD
           IF WS-OPERAND-1 = SPACES
               MOVE 'Y' TO WS-LAYOUT-ERROR-SW
               STRING "MISSING OPERAND: " FUNCTION TRIM(LAYOUT-RECORD)
                   DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KEYWORD
               WHEN 'FORMAT'
                   MOVE FUNCTION UPPER-CASE(WS-OPERAND-1)
                       TO WS-LAYOUT-FORMAT
                   IF NOT LAYOUT-FIXED AND NOT LAYOUT-DELIMITED
                       MOVE 'Y' TO WS-LAYOUT-ERROR-SW
                       MOVE "FORMAT MUST BE FIXED OR DELIMITED"
                           TO WS-LAYOUT-ERROR-TEXT
                   END-IF
               WHEN 'DELIM'
                   PERFORM RESOLVE-DELIM-CHAR
               WHEN 'SKIP'
                   PERFORM APPLY-SKIP-LINE
               WHEN OTHER
                   PERFORM APPLY-FIELD-LINE
           END-EVALUATE.

      *    Same symbolic names FT-NAME's DELIM= takes.
       RESOLVE-DELIM-CHAR.
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-OPERAND-1(1:5)) = 'COMMA'
                   MOVE ',' TO WS-DELIM-CHAR
               WHEN FUNCTION UPPER-CASE(WS-OPERAND-1(1:4)) = 'PIPE'
                   MOVE '|' TO WS-DELIM-CHAR
               WHEN FUNCTION UPPER-CASE(WS-OPERAND-1(1:3)) = 'TAB'
                   MOVE X'09' TO WS-DELIM-CHAR
               WHEN OTHER
                   MOVE WS-OPERAND-1(1:1) TO WS-DELIM-CHAR
           END-EVALUATE.

       APPLY-SKIP-LINE.
           MOVE FUNCTION UPPER-CASE(WS-OPERAND-1) TO WS-OPERAND-1
           EVALUATE TRUE
               WHEN WS-OPERAND-1 = 'FIRST'
                       AND FUNCTION TRIM(WS-OPERAND-2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-OPERAND-2) TO WS-SKIP-FIRST
               WHEN WS-OPERAND-1 = 'LAST'
                       AND FUNCTION TRIM(WS-OPERAND-2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-OPERAND-2) TO WS-SKIP-LAST
               WHEN WS-OPERAND-1 = 'PREFIX'
                       AND WS-OPERAND-2 NOT = SPACES
                       AND WS-SKIP-PREFIX-COUNT < 5
                   ADD 1 TO WS-SKIP-PREFIX-COUNT
                   MOVE WS-OPERAND-2
                       TO WS-SKIP-PREFIX(WS-SKIP-PREFIX-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO WS-LAYOUT-ERROR-SW
                   STRING "BAD SKIP LINE: " FUNCTION TRIM(LAYOUT-RECORD)
                       DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
                   END-STRING
           END-EVALUATE.

      *    A field line's operands are checked against the format in
      *    force when the line is read, so FORMAT comes first.
       APPLY-FIELD-LINE.
           MOVE 0 TO WS-FLD-HIT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-NAME(WS-FLD-IDX) = WS-KEYWORD
                   MOVE WS-FLD-IDX TO WS-FLD-HIT
               END-IF
           END-PERFORM
           IF WS-FLD-HIT = 0
               MOVE 'Y' TO WS-LAYOUT-ERROR-SW
               STRING "UNKNOWN KEYWORD: " FUNCTION TRIM(WS-KEYWORD)
                   DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-OPERAND-1) IS NOT NUMERIC
                   OR (LAYOUT-FIXED AND
                       FUNCTION TRIM(WS-OPERAND-2) IS NOT NUMERIC)
               MOVE 'Y' TO WS-LAYOUT-ERROR-SW
               STRING "BAD POSITION: " FUNCTION TRIM(LAYOUT-RECORD)
                   DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FLD-MAPPED(WS-FLD-HIT)
           MOVE FUNCTION NUMVAL(WS-OPERAND-1)
               TO WS-FLD-START(WS-FLD-HIT)
           IF LAYOUT-FIXED
               MOVE FUNCTION NUMVAL(WS-OPERAND-2)
                   TO WS-FLD-LENGTH(WS-FLD-HIT)
               IF WS-FLD-START(WS-FLD-HIT) < 1
                       OR WS-FLD-LENGTH(WS-FLD-HIT) < 1
                       OR WS-FLD-LENGTH(WS-FLD-HIT) > 100
                       OR WS-FLD-START(WS-FLD-HIT)
                           + WS-FLD-LENGTH(WS-FLD-HIT) - 1 > 1000
                   MOVE 'Y' TO WS-LAYOUT-ERROR-SW
                   STRING "POSITION OUT OF RANGE: "
                           FUNCTION TRIM(LAYOUT-RECORD)
                       DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
                   END-STRING
               END-IF
           ELSE
               IF WS-FLD-START(WS-FLD-HIT) < 1
                       OR WS-FLD-START(WS-FLD-HIT) > WS-COL-MAX
                   MOVE 'Y' TO WS-LAYOUT-ERROR-SW
                   STRING "FIELD NUMBER OUT OF RANGE: "
                           FUNCTION TRIM(LAYOUT-RECORD)
                       DELIMITED BY SIZE INTO WS-LAYOUT-ERROR-TEXT
                   END-STRING
               END-IF
               IF WS-FLD-START(WS-FLD-HIT) > WS-HIGHEST-FIELD
                   MOVE WS-FLD-START(WS-FLD-HIT) TO WS-HIGHEST-FIELD
               END-IF
           END-IF.

      *    SKIP LAST needs the record count up front.
       COUNT-SOURCE-RECORDS.
           MOVE 0 TO WS-TOTAL-RECORDS
           OPEN INPUT SOURCE-FILE
           IF WS-IN-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-TOTAL-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       MAP-ONE-SOURCE-RECORD.
           PERFORM CHECK-SKIP-RECORD
           IF RECORD-SKIPPED
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EXTRACT-MAPPED-FIELDS
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-FLD-VALUE(1) = SPACES
                       MOVE "NO SOURCE KEY" TO WS-REJECT-REASON
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-VALUE(1)))
                           > 10
                       MOVE "SOURCE KEY OVER 10 BYTES"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM CHECK-ANY-DATA-MAPPED
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-MAPPING-REJECT
           ELSE
               PERFORM WRITE-NAME-FEED-LINE
               PERFORM WRITE-ADDRESS-FEED-LINE
               PERFORM WRITE-CONTACT-FEED-LINE
           END-IF.

       CHECK-SKIP-RECORD.
           MOVE 'N' TO WS-SKIP-SW
           IF WS-RECORD-NUMBER <= WS-SKIP-FIRST
               MOVE 'Y' TO WS-SKIP-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-SKIP-LAST > 0
                   AND WS-RECORD-NUMBER >
                       WS-TOTAL-RECORDS - WS-SKIP-LAST
               MOVE 'Y' TO WS-SKIP-SW
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SOURCE-RECORD) = SPACES
               MOVE 'Y' TO WS-SKIP-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-SKIP-PREFIX-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SKIP-PREFIX(IDX)))
                   TO WS-PREFIX-LEN
               IF SOURCE-RECORD(1:WS-PREFIX-LEN) =
                       WS-SKIP-PREFIX(IDX)(1:WS-PREFIX-LEN)
                   MOVE 'Y' TO WS-SKIP-SW
               END-IF
           END-PERFORM.

       EXTRACT-MAPPED-FIELDS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SOURCE-RECORD TRAILING))
               TO WS-REC-LENGTH
           IF LAYOUT-DELIMITED
               PERFORM SPLIT-DELIMITED-RECORD
               IF WS-COL-COUNT < WS-HIGHEST-FIELD
                   MOVE "TOO FEW FIELDS FOR LAYOUT" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-REC-LENGTH < WS-FLD-START(1)
                   MOVE "RECORD SHORTER THAN KEY FIELD"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-FLD-VALUE(WS-FLD-IDX)
               IF WS-FLD-MAPPED(WS-FLD-IDX) = 'Y'
                   IF LAYOUT-DELIMITED
                       MOVE FUNCTION TRIM(WS-COL-VALUE(
                           WS-FLD-START(WS-FLD-IDX)))
                           TO WS-FLD-VALUE(WS-FLD-IDX)
                   ELSE
                       MOVE FUNCTION TRIM(SOURCE-RECORD(
                           WS-FLD-START(WS-FLD-IDX):
                           WS-FLD-LENGTH(WS-FLD-IDX)))
                           TO WS-FLD-VALUE(WS-FLD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Column split honoring double quotes: a delimiter inside a
      *    quoted field is data, and the quotes themselves are
      *    dropped. A column past the table's size rejects the line.
       SPLIT-DELIMITED-RECORD.
           MOVE SPACES TO WS-COL-TABLE
           MOVE 1 TO WS-COL-COUNT
           MOVE 0 TO WS-COL-POS
           MOVE 'N' TO WS-IN-QUOTES-SW
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-REC-LENGTH
                       OR WS-COL-COUNT > WS-COL-MAX
               MOVE SOURCE-RECORD(IDX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '"'
                       IF IN-QUOTES
                           MOVE 'N' TO WS-IN-QUOTES-SW
                       ELSE
                           MOVE 'Y' TO WS-IN-QUOTES-SW
                       END-IF
                   WHEN WS-CHAR = WS-DELIM-CHAR AND NOT IN-QUOTES
                       ADD 1 TO WS-COL-COUNT
                       MOVE 0 TO WS-COL-POS
                   WHEN OTHER
                       IF WS-COL-POS < 100
                           ADD 1 TO WS-COL-POS
                           MOVE WS-CHAR TO
                               WS-COL-VALUE(WS-COL-COUNT)(WS-COL-POS:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-COL-COUNT > WS-COL-MAX
               MOVE "MORE FIELDS THAN SUPPORTED" TO WS-REJECT-REASON
           END-IF.

       CHECK-ANY-DATA-MAPPED.
           MOVE "NO DATA IN MAPPED FIELDS" TO WS-REJECT-REASON
           PERFORM VARYING WS-FLD-IDX FROM 2 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FLD-VALUE(WS-FLD-IDX) NOT = SPACES
                   MOVE SPACES TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       WRITE-NAME-FEED-LINE.
           MOVE SPACES TO WS-FEED-TEXT
           IF WS-FLD-VALUE(6) NOT = SPACES
               MOVE WS-FLD-VALUE(6) TO WS-FEED-TEXT
           ELSE
               IF WS-FLD-VALUE(2) NOT = SPACES
                       OR WS-FLD-VALUE(3) NOT = SPACES
                   STRING FUNCTION TRIM(WS-FLD-VALUE(2))
                           ", " FUNCTION TRIM(WS-FLD-VALUE(3))
                           " " FUNCTION TRIM(WS-FLD-VALUE(4))
                           " " FUNCTION TRIM(WS-FLD-VALUE(5))
                       DELIMITED BY SIZE INTO WS-FEED-TEXT
                   END-STRING
               END-IF
           END-IF
           IF WS-FEED-TEXT NOT = SPACES
               MOVE SPACES TO NAMES-RECORD
               MOVE WS-FLD-VALUE(1) TO NAMES-RECORD(1:10)
               MOVE FUNCTION TRIM(WS-FEED-TEXT) TO NAMES-RECORD(11:246)
               WRITE NAMES-RECORD
               ADD 1 TO WS-NAMES-COUNT
           END-IF.

       WRITE-ADDRESS-FEED-LINE.
           MOVE SPACES TO WS-FEED-TEXT
           STRING FUNCTION TRIM(WS-FLD-VALUE(7)) " "
                   FUNCTION TRIM(WS-FLD-VALUE(8)) " "
                   FUNCTION TRIM(WS-FLD-VALUE(9)) " "
                   FUNCTION TRIM(WS-FLD-VALUE(10)) " "
                   FUNCTION TRIM(WS-FLD-VALUE(11))
               DELIMITED BY SIZE INTO WS-FEED-TEXT
           END-STRING
           IF FUNCTION TRIM(WS-FEED-TEXT) NOT = SPACES
               PERFORM SQUEEZE-FEED-TEXT
               MOVE SPACES TO ADDRESSES-RECORD
               MOVE WS-FLD-VALUE(1) TO ADDRESSES-RECORD(1:10)
               MOVE WS-FEED-TEXT TO ADDRESSES-RECORD(11:246)
               WRITE ADDRESSES-RECORD
               ADD 1 TO WS-ADDRESSES-COUNT
           END-IF.

       WRITE-CONTACT-FEED-LINE.
           MOVE SPACES TO WS-FEED-TEXT
           STRING FUNCTION TRIM(WS-FLD-VALUE(12)) " "
                   FUNCTION TRIM(WS-FLD-VALUE(13))
               DELIMITED BY SIZE INTO WS-FEED-TEXT
           END-STRING
           IF FUNCTION TRIM(WS-FEED-TEXT) NOT = SPACES
               PERFORM SQUEEZE-FEED-TEXT
               MOVE SPACES TO CONTACTS-RECORD
               MOVE WS-FLD-VALUE(1) TO CONTACTS-RECORD(1:10)
               MOVE WS-FEED-TEXT TO CONTACTS-RECORD(11:246)
               WRITE CONTACTS-RECORD
               ADD 1 TO WS-CONTACTS-COUNT
           END-IF.

      *    Unmapped or blank pieces leave doubled spaces behind; close
      *    them up so the downstream word scans see single gaps.
       SQUEEZE-FEED-TEXT.
           MOVE FUNCTION TRIM(WS-FEED-TEXT) TO WS-FEED-TEXT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 245
               IF WS-FEED-TEXT(IDX:2) = '  '
                       AND WS-FEED-TEXT(IDX:) NOT = SPACES
                   MOVE WS-FEED-TEXT(IDX + 1:) TO WS-FEED-TEXT(IDX:)
                   SUBTRACT 1 FROM IDX
               END-IF
           END-PERFORM.

       WRITE-MAPPING-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO MAP-REJECTS-RECORD
           MOVE SOURCE-RECORD(1:256) TO MAP-REJECTS-RECORD(1:256)
           MOVE WS-REJECT-REASON TO MAP-REJECTS-RECORD(257:30)
           WRITE MAP-REJECTS-RECORD.

       WRITE-MAPPER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
           ELSE
               MOVE "FT-MAPPER FEED MAPPING REPORT" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Layout          : "
                   FUNCTION TRIM(WS-LAYOUT-FILENAME) " ("
                   FUNCTION TRIM(WS-LAYOUT-FORMAT) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Source file     : "
                   FUNCTION TRIM(WS-INPUT-FILENAME)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-SKIPPED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Records skipped : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-READ-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Records mapped  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NAMES-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Name lines      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ADDRESSES-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Address lines   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CONTACTS-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Contact lines   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-REJECT-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Mapping rejects : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
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
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94) TO WS-INPUT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'LAYOUT='
                       MOVE WS-PARM-WORK(8:93) TO WS-LAYOUT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'SOURCE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(8:3))
                           TO WS-SOURCE-CODE
                   WHEN WS-PARM-WORK(1:6) = 'NAMES='
                       MOVE WS-PARM-WORK(7:94) TO WS-NAMES-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSES='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-ADDRESSES-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CONTACTS='
                       MOVE WS-PARM-WORK(10:91) TO WS-CONTACTS-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'REJECTS='
                       MOVE WS-PARM-WORK(9:92) TO WS-REJECTS-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-MAPPER.
