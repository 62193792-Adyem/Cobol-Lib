       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-PROFILE.

      *    Data profiling for the clean stores and the incoming
      *    feeds. Before a new source joins the manifest, or when a
      *    feed "looks different", this step reads the whole file
      *    instead of someone eyeballing a few hundred lines, and
      *    reports field by field:
      *      - fill rate, and shortest, longest and average length,
      *        with a length distribution (1-5, 6-10, 11-20, 21-40,
      *        over 40);
      *      - the most frequent values of the fields worth counting
      *        (first names, surnames, cities, states, email domains
      *        and the like), upper-cased so casing does not split
      *        them;
      *      - the most frequent character-pattern masks: each
      *        upper-case letter becomes A, lower-case a, digit 9,
      *        anything else is kept ("(999) 999-9999",
      *        "Aaaa-Aaaa"); masks past 40 characters end in '+'.
      *    FILE= names the file and LAYOUT= how to read it: RAW (a
      *    raw_names.txt-style feed: key 1-10, free name text),
      *    CLEAN (clean_names.txt), ADDRESS (clean_addresses.txt) or
      *    CONTACT (clean_contacts.txt); without LAYOUT= it is taken
      *    from the file name, and a file that is none of the clean
      *    stores is read as RAW. A manifest source is picked with
      *    MANIFEST= and SOURCE= (its source code, or its position
      *    on the manifest). HDR/TRL and CTL control records are
      *    skipped.
      *    Each run appends its per-field figures to
      *    profile_history.txt under the feed's label (FEED=, else
      *    the source code, else the file name) -- label 1-30, run
      *    id 32-45, layout 47, field 49-60, records 62-70, filled
      *    72-80, fill rate in tenths of a percent 82-85, average
      *    length in tenths 87-90, distinct masks 92-98, top mask
      *    100-129, its share in tenths 131-134, top value 136-165 --
      *    and before appending compares itself with the latest
      *    earlier profile of the same label and layout. A field
      *    whose fill rate moved FILL-SHIFT points, whose average
      *    length moved LENGTH-SHIFT characters, or whose top pattern
      *    changed or moved MASK-SHIFT points is called out as
      *    SHIFTED; the limits live in profile_thresholds.ctl, one
      *    "KEYWORD value" line each (defaults 5, 2 and 10). TOP=
      *    sets how many values and masks are listed (default 10, at
      *    most 20). Any shifted field ends the step with RC 4 and a
      *    WARN alert on the shared queue, as FT-TREND does; RC 12
      *    when the file cannot be read or the report opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-INPUT-FILE ASSIGN TO DYNAMIC
               WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INP-STAT.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STAT.
           SELECT THRESHOLDS-FILE ASSIGN TO DYNAMIC
               WS-THRESHOLDS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STAT.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STAT.
           SELECT PROFILE-SORT-FILE ASSIGN TO "PROFSORT".
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-INPUT-FILE.
       01  PROFILE-INPUT-RECORD     PIC X(560).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD          PIC X(100).

       FD  THRESHOLDS-FILE.
       01  THRESHOLDS-RECORD        PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(165).

      *    One row per filled field per record for its mask ('M'),
      *    and one for its upper-cased value ('V') when the field is
      *    one whose values are counted.
       SD  PROFILE-SORT-FILE.
       01  PROFILE-SORT-RECORD.
           05  PRF-SORT-FIELD       PIC 9(2).
           05  PRF-SORT-KIND        PIC X(1).
           05  PRF-SORT-VALUE       PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-INP-STAT      PIC XX VALUE SPACES.
       77  WS-MAN-STAT      PIC XX VALUE SPACES.
       77  WS-THR-STAT      PIC XX VALUE SPACES.
       77  WS-HIS-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-INPUT-FILENAME    PIC X(100) VALUE 'raw_names.txt'.
       01  WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
       01  WS-THRESHOLDS-FILENAME PIC X(100)
                                VALUE 'profile_thresholds.ctl'.
       01  WS-HISTORY-FILENAME  PIC X(100)
                                VALUE 'profile_history.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'profile_report.txt'.

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
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZZ9.
       01  WS-SMALL-EDIT-2      PIC ZZZ9.
       01  WS-PCT-EDIT          PIC ZZ9.9.
       01  WS-PCT-VALUE         PIC 9(3)V9 VALUE 0.
       01  WS-DIFF-TENTHS       PIC S9(5) VALUE 0.

      *    Run selection.
       01  WS-LAYOUT            PIC X(1) VALUE SPACE.
           88  LAYOUT-RAW           VALUE 'R'.
           88  LAYOUT-CLEAN         VALUE 'C'.
           88  LAYOUT-ADDRESS       VALUE 'A'.
           88  LAYOUT-CONTACT       VALUE 'K'.
       01  WS-LAYOUT-NAME       PIC X(8) VALUE SPACES.
       01  WS-FEED-LABEL        PIC X(30) VALUE SPACES.
       01  WS-SOURCE-WANTED     PIC X(10) VALUE SPACES.
       01  WS-SOURCE-POSITION   PIC 9(4) VALUE 0.
       01  WS-SOURCE-FOUND-SW   PIC X VALUE 'N'.
       01  WS-MAN-LINE-COUNT    PIC 9(4) VALUE 0.
       01  WS-MAN-FILENAME      PIC X(100) VALUE SPACES.
       01  WS-MAN-CODE          PIC X(10) VALUE SPACES.
       01  WS-NAME-HITS         PIC 9(4) COMP VALUE 0.
       01  WS-TOP-MAX           PIC 9(4) COMP VALUE 10.
       01  WS-TOP-PARM          PIC 9(4) VALUE 0.

      *    Shift limits -- operations may override them through the
      *    control file.
       01  WS-FILL-SHIFT        PIC 9(3) VALUE 5.
       01  WS-LENGTH-SHIFT      PIC 9(3) VALUE 2.
       01  WS-MASK-SHIFT        PIC 9(3) VALUE 10.
       01  WS-THR-KEYWORD       PIC X(20) VALUE SPACES.
       01  WS-THR-VALUE-TEXT    PIC X(10) VALUE SPACES.

      *    Field definitions by layout: layout, field name, start and
      *    length in the record, whether values are counted, and a
      *    derivation code for fields not at a fixed position -- F
      *    the first word of the name text (past any "XX/" company
      *    tag), L its last word, D the email's domain.
       01  WS-FIELD-DEF-INIT.
           05  FILLER PIC X(21) VALUE 'RKEY         001010N '.
           05  FILLER PIC X(21) VALUE 'RNAME-TEXT   011246N '.
           05  FILLER PIC X(21) VALUE 'RFIRST-WORD  000000YF'.
           05  FILLER PIC X(21) VALUE 'RLAST-WORD   000000YL'.
           05  FILLER PIC X(21) VALUE 'CCUST-ID     001010N '.
           05  FILLER PIC X(21) VALUE 'CLAST-NAME   011080Y '.
           05  FILLER PIC X(21) VALUE 'CFIRST-NAME  091080Y '.
           05  FILLER PIC X(21) VALUE 'CMIDDLE-NAME 171066N '.
           05  FILLER PIC X(21) VALUE 'CSUFFIX      237010Y '.
           05  FILLER PIC X(21) VALUE 'CHONORIFIC   247009Y '.
           05  FILLER PIC X(21) VALUE 'CENTITY-FLAG 256001Y '.
           05  FILLER PIC X(21) VALUE 'ACUST-ID     001010N '.
           05  FILLER PIC X(21) VALUE 'AHOUSE-NUMBER011010N '.
           05  FILLER PIC X(21) VALUE 'ASTREET-NAME 021060Y '.
           05  FILLER PIC X(21) VALUE 'AUNIT        081020N '.
           05  FILLER PIC X(21) VALUE 'ACITY        101040Y '.
           05  FILLER PIC X(21) VALUE 'ASTATE       141002Y '.
           05  FILLER PIC X(21) VALUE 'AZIP-CODE    143010N '.
           05  FILLER PIC X(21) VALUE 'ACOUNTRY     153002Y '.
           05  FILLER PIC X(21) VALUE 'AADDR-TYPE   165001Y '.
           05  FILLER PIC X(21) VALUE 'ACOUNTY      166030Y '.
           05  FILLER PIC X(21) VALUE 'KCUST-ID     001010N '.
           05  FILLER PIC X(21) VALUE 'KPHONE       011014N '.
           05  FILLER PIC X(21) VALUE 'KEMAIL       025080N '.
           05  FILLER PIC X(21) VALUE 'KEMAIL-DOMAIN000000YD'.
           05  FILLER PIC X(21) VALUE 'KBOUNCE-FLAG 105001Y '.
       01  WS-FIELD-DEF-TABLE REDEFINES WS-FIELD-DEF-INIT.
           05  WS-FDEF-ENTRY OCCURS 26 TIMES.
               10  WS-FDEF-LAYOUT   PIC X(1).
               10  WS-FDEF-NAME     PIC X(12).
               10  WS-FDEF-START    PIC 9(3).
               10  WS-FDEF-LEN      PIC 9(3).
               10  WS-FDEF-COUNTED  PIC X(1).
               10  WS-FDEF-DERIVE   PIC X(1).
       01  WS-FDEF-COUNT        PIC 9(4) COMP VALUE 26.
       01  WS-FDEF-IDX          PIC 9(4) COMP VALUE 0.

      *    The run's fields and what was found in them: fill and
      *    length figures from the read, then per kind (1 values, 2
      *    masks) the distinct count and the most frequent entries,
      *    highest count first, from the sorted rows.
       01  WS-FLD-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-FLD-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-KIND-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-TOP-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-TOP-POS           PIC 9(4) COMP VALUE 0.
       01  WS-FIELD-STATS.
           05  WS-FLD-ENTRY OCCURS 12 TIMES.
               10  WS-FLD-DEF-IDX   PIC 9(4) COMP.
               10  WS-FLD-FILLED    PIC 9(9).
               10  WS-FLD-LEN-MIN   PIC 9(4).
               10  WS-FLD-LEN-MAX   PIC 9(4).
               10  WS-FLD-LEN-SUM   PIC 9(11).
               10  WS-FLD-BUCKET    PIC 9(9) OCCURS 5 TIMES.
               10  WS-FLD-FILL-TENTHS PIC 9(4).
               10  WS-FLD-AVG-TENTHS  PIC 9(4).
               10  WS-FLD-MASK-TENTHS PIC 9(4).
               10  WS-FLD-KIND OCCURS 2 TIMES.
                   15  WS-FK-DISTINCT   PIC 9(9).
                   15  WS-FK-TOP-USED   PIC 9(4) COMP.
                   15  WS-FK-TOP OCCURS 20 TIMES.
                       20  WS-FK-TOP-VALUE  PIC X(40).
                       20  WS-FK-TOP-COUNT  PIC 9(9).

      *    The record being profiled.
       01  WS-RECORDS-READ      PIC 9(9) VALUE 0.
       01  WS-CONTROL-SKIPPED   PIC 9(9) VALUE 0.
       01  WS-FIELD-VALUE       PIC X(246) VALUE SPACES.
       01  WS-VALUE-LEN         PIC 9(4) COMP VALUE 0.
       01  WS-WORK-TEXT         PIC X(246) VALUE SPACES.
       01  WS-WORK-LEN          PIC 9(4) COMP VALUE 0.
       01  WS-WORD-START        PIC 9(4) COMP VALUE 0.
       01  WS-MASK              PIC X(40) VALUE SPACES.
       01  WS-MASK-CHAR         PIC X(1) VALUE SPACE.

      *    Sorted-row sweep state.
       01  WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88  FIRST-ROW            VALUE 'Y'.
       01  WS-CUR-FIELD         PIC 9(2) VALUE 0.
       01  WS-CUR-KIND          PIC X(1) VALUE SPACE.
       01  WS-CUR-VALUE         PIC X(40) VALUE SPACES.
       01  WS-CUR-COUNT         PIC 9(9) VALUE 0.

      *    The latest earlier profile of the same feed and layout.
       01  WS-PRIOR-RUN-ID      PIC X(14) VALUE SPACES.
       01  WS-PRIOR-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-HIT-IDX     PIC 9(4) COMP VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 12 TIMES.
               10  WS-PRI-FIELD     PIC X(12).
               10  WS-PRI-RECORDS   PIC 9(9).
               10  WS-PRI-FILL      PIC 9(4).
               10  WS-PRI-AVG       PIC 9(4).
               10  WS-PRI-MASK      PIC X(30).
               10  WS-PRI-MASK-PCT  PIC 9(4).
       01  WS-SHIFT-COUNT       PIC 9(4) VALUE 0.
       01  WS-SHIFT-FLAGS       PIC X(30) VALUE SPACES.
       01  WS-FLAG-PTR          PIC 9(4) COMP VALUE 1.
       01  WS-PATTERN-SHIFT-SW  PIC X VALUE 'N'.
       01  WS-PATTERN-CHANGED-SW PIC X VALUE 'N'.
       01  WS-HISTORY-WRITTEN   PIC 9(4) VALUE 0.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           IF WS-MANIFEST-FILENAME NOT = SPACES
               PERFORM PICK-MANIFEST-SOURCE
               IF WS-SOURCE-FOUND-SW NOT = 'Y'
                   DISPLAY "Source not on manifest: "
                       FUNCTION TRIM(WS-SOURCE-WANTED) " in "
                       FUNCTION TRIM(WS-MANIFEST-FILENAME)
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM SETTLE-LAYOUT-AND-LABEL
           PERFORM LOAD-THRESHOLDS
           PERFORM SELECT-LAYOUT-FIELDS
           PERFORM LOAD-PRIOR-PROFILE

           OPEN INPUT PROFILE-INPUT-FILE
           IF WS-INP-STAT NOT = "00"
               DISPLAY "Failed to open file to profile: "
                   FUNCTION TRIM(WS-INPUT-FILENAME)
                   " STATUS=" WS-INP-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open profile report. STATUS="
                   WS-RPT-STAT
               CLOSE PROFILE-INPUT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           SORT PROFILE-SORT-FILE
               ON ASCENDING KEY PRF-SORT-FIELD PRF-SORT-KIND
                   PRF-SORT-VALUE
               INPUT PROCEDURE IS PROFILE-INPUT-RECORDS
               OUTPUT PROCEDURE IS COUNT-SORTED-ROWS
           CLOSE PROFILE-INPUT-FILE

           PERFORM WRITE-PROFILE-REPORT
           PERFORM WRITE-COMPARISON-SECTION
           IF WS-RECORDS-READ > 0
               PERFORM APPEND-PROFILE-HISTORY
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "FT-PROFILE: " FUNCTION TRIM(WS-FEED-LABEL)
               " records=" WS-RECORDS-READ
               " shifted=" WS-SHIFT-COUNT
           IF WS-SHIFT-COUNT > 0
               PERFORM RAISE-PROFILE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A manifest line is "filename [source code]"; SOURCE= picks
      *    by the code, or by position when it is a number.
       PICK-MANIFEST-SOURCE.
           MOVE 'N' TO WS-SOURCE-FOUND-SW
           MOVE 0 TO WS-SOURCE-POSITION WS-MAN-LINE-COUNT
           IF WS-SOURCE-WANTED NOT = SPACES
                   AND FUNCTION TRIM(WS-SOURCE-WANTED) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SOURCE-WANTED)
                   TO WS-SOURCE-POSITION
           END-IF
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STAT NOT = "00"
               DISPLAY "Failed to open manifest. STATUS=" WS-MAN-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MANIFEST-RECORD NOT = SPACES
                           PERFORM MATCH-ONE-MANIFEST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       MATCH-ONE-MANIFEST-LINE.
           ADD 1 TO WS-MAN-LINE-COUNT
           MOVE SPACES TO WS-MAN-FILENAME WS-MAN-CODE
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL ' '
               INTO WS-MAN-FILENAME WS-MAN-CODE
           END-UNSTRING
           IF WS-MAN-FILENAME = SPACES
               MOVE FUNCTION TRIM(MANIFEST-RECORD) TO WS-PARM-WORK
               MOVE SPACES TO WS-MAN-FILENAME WS-MAN-CODE
               UNSTRING WS-PARM-WORK DELIMITED BY ALL ' '
                   INTO WS-MAN-FILENAME WS-MAN-CODE
               END-UNSTRING
           END-IF
           IF WS-SOURCE-FOUND-SW = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF (WS-SOURCE-POSITION > 0
                   AND WS-MAN-LINE-COUNT = WS-SOURCE-POSITION)
               OR (WS-SOURCE-POSITION = 0
                   AND WS-MAN-CODE NOT = SPACES
                   AND FUNCTION UPPER-CASE(WS-MAN-CODE) =
                       FUNCTION UPPER-CASE(WS-SOURCE-WANTED))
               MOVE 'Y' TO WS-SOURCE-FOUND-SW
               MOVE WS-MAN-FILENAME TO WS-INPUT-FILENAME
               IF WS-FEED-LABEL = SPACES
                   IF WS-MAN-CODE NOT = SPACES
                       MOVE WS-MAN-CODE TO WS-FEED-LABEL
                   ELSE
                       MOVE WS-MAN-FILENAME TO WS-FEED-LABEL
                   END-IF
               END-IF
               IF WS-LAYOUT = SPACE
                   MOVE 'R' TO WS-LAYOUT
               END-IF
           END-IF.

       SETTLE-LAYOUT-AND-LABEL.
           IF WS-LAYOUT = SPACE
               MOVE 'R' TO WS-LAYOUT
               MOVE 0 TO WS-NAME-HITS
               INSPECT WS-INPUT-FILENAME TALLYING WS-NAME-HITS
                   FOR ALL 'clean_names'
               IF WS-NAME-HITS > 0
                   MOVE 'C' TO WS-LAYOUT
               END-IF
               MOVE 0 TO WS-NAME-HITS
               INSPECT WS-INPUT-FILENAME TALLYING WS-NAME-HITS
                   FOR ALL 'clean_addresses'
               IF WS-NAME-HITS > 0
                   MOVE 'A' TO WS-LAYOUT
               END-IF
               MOVE 0 TO WS-NAME-HITS
               INSPECT WS-INPUT-FILENAME TALLYING WS-NAME-HITS
                   FOR ALL 'clean_contacts'
               IF WS-NAME-HITS > 0
                   MOVE 'K' TO WS-LAYOUT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN LAYOUT-CLEAN
                   MOVE 'CLEAN' TO WS-LAYOUT-NAME
               WHEN LAYOUT-ADDRESS
                   MOVE 'ADDRESS' TO WS-LAYOUT-NAME
               WHEN LAYOUT-CONTACT
                   MOVE 'CONTACT' TO WS-LAYOUT-NAME
               WHEN OTHER
                   MOVE 'R' TO WS-LAYOUT
                   MOVE 'RAW' TO WS-LAYOUT-NAME
           END-EVALUATE
           IF WS-FEED-LABEL = SPACES
               MOVE WS-INPUT-FILENAME TO WS-FEED-LABEL
           END-IF.

       SELECT-LAYOUT-FIELDS.
           INITIALIZE WS-FIELD-STATS
           MOVE 0 TO WS-FLD-COUNT
           PERFORM VARYING WS-FDEF-IDX FROM 1 BY 1
                   UNTIL WS-FDEF-IDX > WS-FDEF-COUNT
               IF WS-FDEF-LAYOUT(WS-FDEF-IDX) = WS-LAYOUT
                   ADD 1 TO WS-FLD-COUNT
                   MOVE WS-FDEF-IDX TO WS-FLD-DEF-IDX(WS-FLD-COUNT)
                   MOVE 9999 TO WS-FLD-LEN-MIN(WS-FLD-COUNT)
               END-IF
           END-PERFORM.

      *    History lines are appended in run order, so the last run
      *    id met for this label and layout is the latest profile.
       LOAD-PRIOR-PROFILE.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE SPACES TO WS-PRIOR-RUN-ID
           OPEN INPUT HISTORY-FILE
           IF WS-HIS-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HISTORY-RECORD(1:30) = WS-FEED-LABEL
                               AND HISTORY-RECORD(47:1) = WS-LAYOUT
                           PERFORM HOLD-ONE-PRIOR-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       HOLD-ONE-PRIOR-LINE.
           IF HISTORY-RECORD(32:14) NOT = WS-PRIOR-RUN-ID
               MOVE HISTORY-RECORD(32:14) TO WS-PRIOR-RUN-ID
               MOVE 0 TO WS-PRIOR-COUNT
           END-IF
           IF WS-PRIOR-COUNT < 12
               ADD 1 TO WS-PRIOR-COUNT
               MOVE HISTORY-RECORD(49:12)
                   TO WS-PRI-FIELD(WS-PRIOR-COUNT)
               MOVE HISTORY-RECORD(62:9)
                   TO WS-PRI-RECORDS(WS-PRIOR-COUNT)
               MOVE HISTORY-RECORD(82:4) TO WS-PRI-FILL(WS-PRIOR-COUNT)
               MOVE HISTORY-RECORD(87:4) TO WS-PRI-AVG(WS-PRIOR-COUNT)
               MOVE HISTORY-RECORD(100:30)
                   TO WS-PRI-MASK(WS-PRIOR-COUNT)
               MOVE HISTORY-RECORD(131:4)
                   TO WS-PRI-MASK-PCT(WS-PRIOR-COUNT)
           END-IF.

       PROFILE-INPUT-RECORDS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PROFILE-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PROFILE-INPUT-RECORD(1:3) = 'HDR'
                               OR PROFILE-INPUT-RECORD(1:3) = 'TRL'
                               OR PROFILE-INPUT-RECORD(1:3) = 'CTL'
                           ADD 1 TO WS-CONTROL-SKIPPED
                       ELSE
                           PERFORM PROFILE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PROFILE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               MOVE WS-FLD-DEF-IDX(WS-FLD-IDX) TO WS-FDEF-IDX
               PERFORM EXTRACT-FIELD-VALUE
               IF WS-VALUE-LEN > 0
                   PERFORM TALLY-FIELD-VALUE
               END-IF
           END-PERFORM.

       EXTRACT-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-FDEF-DERIVE(WS-FDEF-IDX)
               WHEN 'F'
                   PERFORM EXTRACT-FIRST-WORD
               WHEN 'L'
                   PERFORM EXTRACT-LAST-WORD
               WHEN 'D'
                   PERFORM EXTRACT-EMAIL-DOMAIN
               WHEN OTHER
                   MOVE PROFILE-INPUT-RECORD(
                       WS-FDEF-START(WS-FDEF-IDX):
                       WS-FDEF-LEN(WS-FDEF-IDX)) TO WS-FIELD-VALUE
           END-EVALUATE
           MOVE 0 TO WS-VALUE-LEN
           IF WS-FIELD-VALUE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-VALUE
                   TRAILING)) TO WS-VALUE-LEN
           END-IF.

      *    The name text with any leading "XX/" company tag set
      *    aside, as FT-NAME sets it aside.
       LOAD-NAME-WORK-TEXT.
           MOVE SPACES TO WS-WORK-TEXT
           MOVE 0 TO WS-WORK-LEN
           IF PROFILE-INPUT-RECORD(11:246) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(PROFILE-INPUT-RECORD(11:246))
               TO WS-WORK-TEXT
           IF WS-WORK-TEXT(1:1) NOT = SPACE
                   AND WS-WORK-TEXT(2:1) NOT = SPACE
                   AND WS-WORK-TEXT(3:1) = '/'
               MOVE FUNCTION TRIM(WS-WORK-TEXT(4:243)) TO WS-WORK-TEXT
           END-IF
           IF WS-WORK-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORK-TEXT
                   TRAILING)) TO WS-WORK-LEN
           END-IF.

       EXTRACT-FIRST-WORD.
           PERFORM LOAD-NAME-WORK-TEXT
           IF WS-WORK-LEN > 0
               UNSTRING WS-WORK-TEXT DELIMITED BY ALL ' '
                   INTO WS-FIELD-VALUE
               END-UNSTRING
               PERFORM DROP-TRAILING-COMMA
           END-IF.

       EXTRACT-LAST-WORD.
           PERFORM LOAD-NAME-WORK-TEXT
           IF WS-WORK-LEN > 0
               MOVE WS-WORK-LEN TO WS-WORD-START
               PERFORM UNTIL WS-WORD-START = 1
                       OR WS-WORK-TEXT(WS-WORD-START - 1:1) = ' '
                   SUBTRACT 1 FROM WS-WORD-START
               END-PERFORM
               MOVE WS-WORK-TEXT(WS-WORD-START:
                   WS-WORK-LEN - WS-WORD-START + 1) TO WS-FIELD-VALUE
               PERFORM DROP-TRAILING-COMMA
           END-IF.

       DROP-TRAILING-COMMA.
           IF WS-FIELD-VALUE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-VALUE
                   TRAILING)) TO WS-WORK-LEN
               IF WS-FIELD-VALUE(WS-WORK-LEN:1) = ','
                   MOVE SPACE TO WS-FIELD-VALUE(WS-WORK-LEN:1)
               END-IF
           END-IF.

       EXTRACT-EMAIL-DOMAIN.
           MOVE SPACES TO WS-WORK-TEXT
           IF PROFILE-INPUT-RECORD(25:80) NOT = SPACES
               UNSTRING PROFILE-INPUT-RECORD(25:80) DELIMITED BY '@'
                   INTO WS-WORK-TEXT WS-FIELD-VALUE
               END-UNSTRING
           END-IF.

       TALLY-FIELD-VALUE.
           ADD 1 TO WS-FLD-FILLED(WS-FLD-IDX)
           ADD WS-VALUE-LEN TO WS-FLD-LEN-SUM(WS-FLD-IDX)
           IF WS-VALUE-LEN < WS-FLD-LEN-MIN(WS-FLD-IDX)
               MOVE WS-VALUE-LEN TO WS-FLD-LEN-MIN(WS-FLD-IDX)
           END-IF
           IF WS-VALUE-LEN > WS-FLD-LEN-MAX(WS-FLD-IDX)
               MOVE WS-VALUE-LEN TO WS-FLD-LEN-MAX(WS-FLD-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-VALUE-LEN <= 5
                   ADD 1 TO WS-FLD-BUCKET(WS-FLD-IDX, 1)
               WHEN WS-VALUE-LEN <= 10
                   ADD 1 TO WS-FLD-BUCKET(WS-FLD-IDX, 2)
               WHEN WS-VALUE-LEN <= 20
                   ADD 1 TO WS-FLD-BUCKET(WS-FLD-IDX, 3)
               WHEN WS-VALUE-LEN <= 40
                   ADD 1 TO WS-FLD-BUCKET(WS-FLD-IDX, 4)
               WHEN OTHER
                   ADD 1 TO WS-FLD-BUCKET(WS-FLD-IDX, 5)
           END-EVALUATE
           PERFORM BUILD-VALUE-MASK
           MOVE WS-FLD-IDX TO PRF-SORT-FIELD
           MOVE 'M' TO PRF-SORT-KIND
           MOVE WS-MASK TO PRF-SORT-VALUE
           RELEASE PROFILE-SORT-RECORD
           IF WS-FDEF-COUNTED(WS-FDEF-IDX) = 'Y'
               MOVE WS-FLD-IDX TO PRF-SORT-FIELD
               MOVE 'V' TO PRF-SORT-KIND
               MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:40))
                   TO PRF-SORT-VALUE
               RELEASE PROFILE-SORT-RECORD
           END-IF.

       BUILD-VALUE-MASK.
           MOVE SPACES TO WS-MASK
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-VALUE-LEN OR IDX > 40
               MOVE WS-FIELD-VALUE(IDX:1) TO WS-MASK-CHAR
               EVALUATE TRUE
                   WHEN WS-MASK-CHAR >= 'A' AND WS-MASK-CHAR <= 'Z'
                       MOVE 'A' TO WS-MASK(IDX:1)
                   WHEN WS-MASK-CHAR >= 'a' AND WS-MASK-CHAR <= 'z'
                       MOVE 'a' TO WS-MASK(IDX:1)
                   WHEN WS-MASK-CHAR >= '0' AND WS-MASK-CHAR <= '9'
                       MOVE '9' TO WS-MASK(IDX:1)
                   WHEN OTHER
                       MOVE WS-MASK-CHAR TO WS-MASK(IDX:1)
               END-EVALUATE
           END-PERFORM
           IF WS-VALUE-LEN > 40
               MOVE '+' TO WS-MASK(40:1)
           END-IF.

       COUNT-SORTED-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-ROW-SW
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN PROFILE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COUNT-ONE-SORTED-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-VALUE-RUN
           END-IF.

       COUNT-ONE-SORTED-ROW.
           IF NOT FIRST-ROW
                   AND (PRF-SORT-FIELD NOT = WS-CUR-FIELD
                        OR PRF-SORT-KIND NOT = WS-CUR-KIND
                        OR PRF-SORT-VALUE NOT = WS-CUR-VALUE)
               PERFORM CLOSE-VALUE-RUN
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE PRF-SORT-FIELD TO WS-CUR-FIELD
               MOVE PRF-SORT-KIND TO WS-CUR-KIND
               MOVE PRF-SORT-VALUE TO WS-CUR-VALUE
               MOVE 0 TO WS-CUR-COUNT
           END-IF
           ADD 1 TO WS-CUR-COUNT.

      *    Values arrive in ascending order, so a run only displaces
      *    a held one when strictly more frequent: ties keep the
      *    value that sorts first.
       CLOSE-VALUE-RUN.
           MOVE WS-CUR-FIELD TO WS-FLD-IDX
           IF WS-CUR-KIND = 'V'
               MOVE 1 TO WS-KIND-IDX
           ELSE
               MOVE 2 TO WS-KIND-IDX
           END-IF
           ADD 1 TO WS-FK-DISTINCT(WS-FLD-IDX, WS-KIND-IDX)
           IF WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX) >= WS-TOP-MAX
                   AND WS-CUR-COUNT <= WS-FK-TOP-COUNT(WS-FLD-IDX,
                       WS-KIND-IDX, WS-TOP-MAX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOP-POS =
               WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX) + 1
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX >
                       WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX)
               IF WS-FK-TOP-COUNT(WS-FLD-IDX, WS-KIND-IDX, WS-TOP-IDX)
                       < WS-CUR-COUNT
                   MOVE WS-TOP-IDX TO WS-TOP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX) < WS-TOP-MAX
               ADD 1 TO WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX)
           END-IF
           PERFORM VARYING WS-TOP-IDX FROM
                   WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX) BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-POS
               MOVE WS-FK-TOP(WS-FLD-IDX, WS-KIND-IDX, WS-TOP-IDX - 1)
                   TO WS-FK-TOP(WS-FLD-IDX, WS-KIND-IDX, WS-TOP-IDX)
           END-PERFORM
           MOVE WS-CUR-VALUE
               TO WS-FK-TOP-VALUE(WS-FLD-IDX, WS-KIND-IDX, WS-TOP-POS)
           MOVE WS-CUR-COUNT
               TO WS-FK-TOP-COUNT(WS-FLD-IDX, WS-KIND-IDX, WS-TOP-POS).

       WRITE-PROFILE-REPORT.
           MOVE "FT-PROFILE DATA PROFILE REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run id: " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Feed: " FUNCTION TRIM(WS-FEED-LABEL)
                   "  File: " FUNCTION TRIM(WS-INPUT-FILENAME)
                   "  Layout: " FUNCTION TRIM(WS-LAYOUT-NAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-RECORDS-READ TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Records profiled: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CONTROL-SKIPPED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Control records : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM WRITE-ONE-FIELD-PROFILE
           END-PERFORM.

       WRITE-ONE-FIELD-PROFILE.
           MOVE WS-FLD-DEF-IDX(WS-FLD-IDX) TO WS-FDEF-IDX
           PERFORM COMPUTE-FIELD-RATES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FDEF-START(WS-FDEF-IDX) = 0
               STRING "-- " WS-FDEF-NAME(WS-FDEF-IDX) " (derived)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-FDEF-START(WS-FDEF-IDX) TO WS-SMALL-EDIT
               MOVE WS-FDEF-LEN(WS-FDEF-IDX) TO WS-SMALL-EDIT-2
               STRING "-- " WS-FDEF-NAME(WS-FDEF-IDX) " (position "
                       FUNCTION TRIM(WS-SMALL-EDIT) ", "
                       FUNCTION TRIM(WS-SMALL-EDIT-2) " bytes)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE WS-FLD-FILLED(WS-FLD-IDX) TO WS-NUM-EDIT
           COMPUTE WS-PCT-VALUE = WS-FLD-FILL-TENTHS(WS-FLD-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   Filled  : " WS-NUM-EDIT " (" WS-PCT-EDIT "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-FLD-FILLED(WS-FLD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-LEN-MIN(WS-FLD-IDX) TO WS-SMALL-EDIT
           MOVE WS-FLD-LEN-MAX(WS-FLD-IDX) TO WS-SMALL-EDIT-2
           COMPUTE WS-PCT-VALUE = WS-FLD-AVG-TENTHS(WS-FLD-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   Length  : min " WS-SMALL-EDIT
                   "  max " WS-SMALL-EDIT-2 "  avg " WS-PCT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "   Lengths : 1-5" TO REPORT-RECORD(1:16)
           MOVE WS-FLD-BUCKET(WS-FLD-IDX, 1) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(17:11)
           MOVE "  6-10" TO REPORT-RECORD(28:6)
           MOVE WS-FLD-BUCKET(WS-FLD-IDX, 2) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(34:11)
           MOVE "  11-20" TO REPORT-RECORD(45:7)
           MOVE WS-FLD-BUCKET(WS-FLD-IDX, 3) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(52:11)
           MOVE "  21-40" TO REPORT-RECORD(63:7)
           MOVE WS-FLD-BUCKET(WS-FLD-IDX, 4) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(70:11)
           MOVE "  over 40" TO REPORT-RECORD(81:9)
           MOVE WS-FLD-BUCKET(WS-FLD-IDX, 5) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(90:11)
           WRITE REPORT-RECORD
           IF WS-FDEF-COUNTED(WS-FDEF-IDX) = 'Y'
               MOVE 1 TO WS-KIND-IDX
               MOVE WS-FK-DISTINCT(WS-FLD-IDX, 1) TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "   Top values (" FUNCTION TRIM(WS-NUM-EDIT)
                       " distinct):"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM WRITE-TOP-ENTRIES
           END-IF
           MOVE 2 TO WS-KIND-IDX
           MOVE WS-FK-DISTINCT(WS-FLD-IDX, 2) TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "   Top patterns (" FUNCTION TRIM(WS-NUM-EDIT)
                   " distinct):"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-TOP-ENTRIES.

       WRITE-TOP-ENTRIES.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX >
                       WS-FK-TOP-USED(WS-FLD-IDX, WS-KIND-IDX)
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-FK-TOP-VALUE(WS-FLD-IDX, WS-KIND-IDX,
                   WS-TOP-IDX) TO REPORT-RECORD(7:40)
               MOVE WS-FK-TOP-COUNT(WS-FLD-IDX, WS-KIND-IDX,
                   WS-TOP-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO REPORT-RECORD(48:11)
               COMPUTE WS-PCT-VALUE ROUNDED =
                   WS-FK-TOP-COUNT(WS-FLD-IDX, WS-KIND-IDX,
                       WS-TOP-IDX) * 100 / WS-FLD-FILLED(WS-FLD-IDX)
               MOVE WS-PCT-VALUE TO WS-PCT-EDIT
               MOVE " (" TO REPORT-RECORD(59:2)
               MOVE WS-PCT-EDIT TO REPORT-RECORD(61:5)
               MOVE "%)" TO REPORT-RECORD(66:2)
               WRITE REPORT-RECORD
           END-PERFORM.

      *    Fill rate, average length and top-mask share, all in
      *    tenths, as the history keeps them.
       COMPUTE-FIELD-RATES.
           MOVE 0 TO WS-FLD-FILL-TENTHS(WS-FLD-IDX)
               WS-FLD-AVG-TENTHS(WS-FLD-IDX)
               WS-FLD-MASK-TENTHS(WS-FLD-IDX)
           IF WS-RECORDS-READ > 0
               COMPUTE WS-FLD-FILL-TENTHS(WS-FLD-IDX) ROUNDED =
                   WS-FLD-FILLED(WS-FLD-IDX) * 1000 / WS-RECORDS-READ
           END-IF
           IF WS-FLD-FILLED(WS-FLD-IDX) > 0
               COMPUTE WS-FLD-AVG-TENTHS(WS-FLD-IDX) ROUNDED =
                   WS-FLD-LEN-SUM(WS-FLD-IDX) * 10
                       / WS-FLD-FILLED(WS-FLD-IDX)
               IF WS-FK-TOP-USED(WS-FLD-IDX, 2) > 0
                   COMPUTE WS-FLD-MASK-TENTHS(WS-FLD-IDX) ROUNDED =
                       WS-FK-TOP-COUNT(WS-FLD-IDX, 2, 1) * 1000
                           / WS-FLD-FILLED(WS-FLD-IDX)
               END-IF
           END-IF.

       WRITE-COMPARISON-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-SHIFT-COUNT
           IF WS-PRIOR-COUNT = 0
               MOVE "-- Comparison: no earlier profile of this feed"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "-- Comparison with the profile of run "
                   WS-PRIOR-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "   Field          Fill%  was   Avg len  was"
                   "   Top pattern share  was"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM COMPARE-ONE-FIELD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SHIFT-COUNT TO WS-SMALL-EDIT
           STRING "   Fields shifted: " WS-SMALL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       COMPARE-ONE-FIELD.
           MOVE WS-FLD-DEF-IDX(WS-FLD-IDX) TO WS-FDEF-IDX
           MOVE 0 TO WS-PRIOR-HIT-IDX
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF WS-PRI-FIELD(WS-PRIOR-IDX) =
                       WS-FDEF-NAME(WS-FDEF-IDX)
                   MOVE WS-PRIOR-IDX TO WS-PRIOR-HIT-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FDEF-NAME(WS-FDEF-IDX) TO REPORT-RECORD(4:12)
           IF WS-PRIOR-HIT-IDX = 0
               MOVE "(not in the earlier profile)"
                   TO REPORT-RECORD(18:28)
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHIFT-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           MOVE 'N' TO WS-PATTERN-SHIFT-SW WS-PATTERN-CHANGED-SW
           COMPUTE WS-DIFF-TENTHS = WS-FLD-FILL-TENTHS(WS-FLD-IDX)
               - WS-PRI-FILL(WS-PRIOR-HIT-IDX)
           IF WS-DIFF-TENTHS < 0
               MULTIPLY -1 BY WS-DIFF-TENTHS
           END-IF
           IF WS-DIFF-TENTHS >= WS-FILL-SHIFT * 10
               STRING "fill " DELIMITED BY SIZE
                   INTO WS-SHIFT-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           COMPUTE WS-DIFF-TENTHS = WS-FLD-AVG-TENTHS(WS-FLD-IDX)
               - WS-PRI-AVG(WS-PRIOR-HIT-IDX)
           IF WS-DIFF-TENTHS < 0
               MULTIPLY -1 BY WS-DIFF-TENTHS
           END-IF
           IF WS-DIFF-TENTHS >= WS-LENGTH-SHIFT * 10
               STRING "length " DELIMITED BY SIZE
                   INTO WS-SHIFT-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           COMPUTE WS-DIFF-TENTHS = WS-FLD-MASK-TENTHS(WS-FLD-IDX)
               - WS-PRI-MASK-PCT(WS-PRIOR-HIT-IDX)
           IF WS-DIFF-TENTHS < 0
               MULTIPLY -1 BY WS-DIFF-TENTHS
           END-IF
           IF WS-DIFF-TENTHS >= WS-MASK-SHIFT * 10
               MOVE 'Y' TO WS-PATTERN-SHIFT-SW
           END-IF
           IF WS-FK-TOP-USED(WS-FLD-IDX, 2) > 0
                   AND WS-PRI-MASK(WS-PRIOR-HIT-IDX) NOT = SPACES
                   AND WS-FK-TOP-VALUE(WS-FLD-IDX, 2, 1)(1:30)
                       NOT = WS-PRI-MASK(WS-PRIOR-HIT-IDX)
               MOVE 'Y' TO WS-PATTERN-SHIFT-SW WS-PATTERN-CHANGED-SW
           END-IF
           IF WS-PATTERN-SHIFT-SW = 'Y'
               STRING "pattern" DELIMITED BY SIZE
                   INTO WS-SHIFT-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           COMPUTE WS-PCT-VALUE = WS-FLD-FILL-TENTHS(WS-FLD-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(17:5)
           COMPUTE WS-PCT-VALUE = WS-PRI-FILL(WS-PRIOR-HIT-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(23:5)
           COMPUTE WS-PCT-VALUE = WS-FLD-AVG-TENTHS(WS-FLD-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(31:5)
           COMPUTE WS-PCT-VALUE = WS-PRI-AVG(WS-PRIOR-HIT-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(38:5)
           COMPUTE WS-PCT-VALUE = WS-FLD-MASK-TENTHS(WS-FLD-IDX) / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(58:5)
           COMPUTE WS-PCT-VALUE = WS-PRI-MASK-PCT(WS-PRIOR-HIT-IDX)
               / 10
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO REPORT-RECORD(65:5)
           IF WS-SHIFT-FLAGS = SPACES
               MOVE "ok" TO REPORT-RECORD(72:2)
           ELSE
               ADD 1 TO WS-SHIFT-COUNT
               STRING "SHIFTED: " FUNCTION TRIM(WS-SHIFT-FLAGS)
                   DELIMITED BY SIZE INTO REPORT-RECORD(72:40)
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-PATTERN-CHANGED-SW = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "      top pattern now "
                       WS-FK-TOP-VALUE(WS-FLD-IDX, 2, 1)(1:30)
                       " was " WS-PRI-MASK(WS-PRIOR-HIT-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       APPEND-PROFILE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIS-STAT = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIS-STAT NOT = "00"
               DISPLAY "Failed to open profile history. STATUS="
                   WS-HIS-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM WRITE-ONE-HISTORY-LINE
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-ONE-HISTORY-LINE.
           MOVE WS-FLD-DEF-IDX(WS-FLD-IDX) TO WS-FDEF-IDX
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-FEED-LABEL TO HISTORY-RECORD(1:30)
           MOVE WS-RUN-ID TO HISTORY-RECORD(32:14)
           MOVE WS-LAYOUT TO HISTORY-RECORD(47:1)
           MOVE WS-FDEF-NAME(WS-FDEF-IDX) TO HISTORY-RECORD(49:12)
           MOVE WS-RECORDS-READ TO HISTORY-RECORD(62:9)
           MOVE WS-FLD-FILLED(WS-FLD-IDX) TO HISTORY-RECORD(72:9)
           MOVE WS-FLD-FILL-TENTHS(WS-FLD-IDX) TO HISTORY-RECORD(82:4)
           MOVE WS-FLD-AVG-TENTHS(WS-FLD-IDX) TO HISTORY-RECORD(87:4)
           IF WS-FK-DISTINCT(WS-FLD-IDX, 2) > 9999999
               MOVE 9999999 TO HISTORY-RECORD(92:7)
           ELSE
               MOVE WS-FK-DISTINCT(WS-FLD-IDX, 2)(3:7)
                   TO HISTORY-RECORD(92:7)
           END-IF
           IF WS-FK-TOP-USED(WS-FLD-IDX, 2) > 0
               MOVE WS-FK-TOP-VALUE(WS-FLD-IDX, 2, 1)
                   TO HISTORY-RECORD(100:30)
           END-IF
           MOVE WS-FLD-MASK-TENTHS(WS-FLD-IDX)
               TO HISTORY-RECORD(131:4)
           IF WS-FK-TOP-USED(WS-FLD-IDX, 1) > 0
               MOVE WS-FK-TOP-VALUE(WS-FLD-IDX, 1, 1)
                   TO HISTORY-RECORD(136:30)
           END-IF
           WRITE HISTORY-RECORD
           IF WS-HIS-STAT NOT = "00"
               DISPLAY "Write error on profile history. STATUS="
                   WS-HIS-STAT
           ELSE
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.

       RAISE-PROFILE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-RUN-ID TO ALERT-RUN-ID
           MOVE 'FT-PROFILE' TO ALERT-PROGRAM
           MOVE 'WARN' TO ALERT-SEVERITY
           MOVE 'PROFILE' TO ALERT-CODE
           MOVE WS-SHIFT-COUNT TO WS-ALERT-EDIT
           STRING FUNCTION TRIM(WS-ALERT-EDIT)
                   " field(s) shifted in feed "
                   FUNCTION TRIM(WS-FEED-LABEL) " - see "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL 'ALERTQ' USING ALERT-RECORD.

      *    One "FILL-SHIFT 5" / "LENGTH-SHIFT 2" / "MASK-SHIFT 10"
      *    line per override; unknown keywords are ignored so the
      *    file can carry comments.
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
                   WHEN 'FILL-SHIFT'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-FILL-SHIFT
                   WHEN 'LENGTH-SHIFT'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-LENGTH-SHIFT
                   WHEN 'MASK-SHIFT'
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-THR-VALUE-TEXT))
                           TO WS-MASK-SHIFT
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
                       WS-PARM-TOKEN-9
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
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:5) = 'FILE='
                       MOVE WS-PARM-WORK(6:95) TO WS-INPUT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'LAYOUT='
                       EVALUATE FUNCTION UPPER-CASE(WS-PARM-WORK(8:8))
                           WHEN 'RAW'
                               MOVE 'R' TO WS-LAYOUT
                           WHEN 'CLEAN'
                               MOVE 'C' TO WS-LAYOUT
                           WHEN 'ADDRESS'
                               MOVE 'A' TO WS-LAYOUT
                           WHEN 'CONTACT'
                               MOVE 'K' TO WS-LAYOUT
                           WHEN OTHER
                               DISPLAY "Unknown LAYOUT= ignored: "
                                   FUNCTION TRIM(WS-PARM-WORK(8:93))
                       END-EVALUATE
                   WHEN WS-PARM-WORK(1:5) = 'FEED='
                       MOVE WS-PARM-WORK(6:30) TO WS-FEED-LABEL
                   WHEN WS-PARM-WORK(1:9) = 'MANIFEST='
                       MOVE WS-PARM-WORK(10:91) TO WS-MANIFEST-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'SOURCE='
                       MOVE WS-PARM-WORK(8:10) TO WS-SOURCE-WANTED
                   WHEN WS-PARM-WORK(1:8) = 'HISTORY='
                       MOVE WS-PARM-WORK(9:92) TO WS-HISTORY-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'THRESHOLDS='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-THRESHOLDS-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'TOP='
                       MOVE FUNCTION NUMVAL(WS-PARM-WORK(5:96))
                           TO WS-TOP-PARM
                       IF WS-TOP-PARM > 0
                           MOVE WS-TOP-PARM TO WS-TOP-MAX
                       END-IF
                       IF WS-TOP-MAX > 20
                           MOVE 20 TO WS-TOP-MAX
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-PROFILE.
