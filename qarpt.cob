       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-QARPT.

      *    Weekly cleansing-accuracy report over the QA history
      *    FT-QAREVIEW appends to (qa_accuracy_history.txt, layout in
      *    its QA-HISTORY-FILE note). A verdict belongs to the week
      *    its record was cleansed -- the run id's date -- not the day
      *    it was reviewed, so a late review still lands where the
      *    error was made. The week is the seven days ending WEEK=
      *    (YYYYMMDD), yesterday by default.
      *    The sample is stratified, so a raw wrong/reviewed ratio
      *    would let a small source's five draws count as much as a
      *    large source's five. Each verdict is weighted instead by
      *    the records its draw stood for -- the stratum's record
      *    count over its sample count -- and the estimated error
      *    rate is the weighted wrong over the weighted reviewed. The
      *    week is broken down by source, by path (person,
      *    organization, joint split, family-name-first country) and
      *    by error category (each category's share of the weighted
      *    records, so the categories add to the overall rate), and
      *    closes with the estimated rate for each of the last WEEKS=
      *    weeks (8 by default, up to 26) as the accuracy trend.
      *    REPORT= names the report (qa_accuracy_report.txt) and
      *    HISTORY= the history file. Return code 4 when the week has
      *    no reviewed sample, 12 when the history or report cannot
      *    be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAH-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-HISTORY-FILE.
       01  QA-HISTORY-RECORD        PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-QAH-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-HISTORY-FILENAME  PIC X(100)
                                VALUE 'qa_accuracy_history.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'qa_accuracy_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.
       01  WS-WEEKS-TEXT        PIC X(4) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZZ,ZZ9.
       01  WS-RATE-EDIT         PIC ZZ9.99.

      *    The week and the trend window.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-WEEK-END          PIC X(8) VALUE SPACES.
       01  WS-WEEK-START        PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-INT          PIC 9(7) VALUE 0.
       01  WS-WEEK-END-INT      PIC 9(7) VALUE 0.
       01  WS-DAYS-BACK         PIC S9(7) VALUE 0.
       01  WS-WEEK-NO           PIC 9(4) COMP VALUE 0.
       01  WS-TREND-WEEKS       PIC 9(4) COMP VALUE 8.
       01  WS-TREND-MAX         PIC 9(4) COMP VALUE 26.

      *    The verdict being tallied.
       01  WS-ROW-SOURCE        PIC X(3) VALUE SPACES.
       01  WS-ROW-PATH          PIC X VALUE SPACE.
       01  WS-ROW-WRONG-SW      PIC X VALUE 'N'.
           88  ROW-IS-WRONG         VALUE 'Y'.
       01  WS-ROW-CATEGORY      PIC 9(2) VALUE 0.
       01  WS-ROW-POPULATION    PIC 9(9) VALUE 0.
       01  WS-ROW-SAMPLED       PIC 9(5) VALUE 0.
       01  WS-ROW-WEIGHT        PIC 9(9)V9(4) VALUE 0.
       01  WS-RATE              PIC 9(3)V99 VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(9) VALUE 0.

      *    Week totals.
       01  WS-WK-REVIEWED       PIC 9(9) VALUE 0.
       01  WS-WK-WRONG          PIC 9(9) VALUE 0.
       01  WS-WK-WEIGHT         PIC 9(13)V9(4) VALUE 0.
       01  WS-WK-WRONG-WEIGHT   PIC 9(13)V9(4) VALUE 0.

      *    By source, in order of first appearance.
       01  WS-SRC-MAX           PIC 9(4) COMP VALUE 50.
       01  WS-SRC-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-SRC-HIT           PIC 9(4) COMP VALUE 0.
       01  WS-SRC-OVERFLOW-SW   PIC X VALUE 'N'.
           88  SRC-TABLE-OVERFLOWED VALUE 'Y'.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-CODE          PIC X(3).
               10  WS-SRC-REVIEWED      PIC 9(9).
               10  WS-SRC-WRONG         PIC 9(9).
               10  WS-SRC-WEIGHT        PIC 9(13)V9(4).
               10  WS-SRC-WRONG-WEIGHT  PIC 9(13)V9(4).

      *    By path, in FT-NAME's P/O/J/F order.
       01  WS-PATH-CODES-DATA.
           05  FILLER PIC X(27) VALUE 'Pperson'.
           05  FILLER PIC X(27) VALUE 'Oorganization'.
           05  FILLER PIC X(27) VALUE 'Jjoint split'.
           05  FILLER PIC X(27) VALUE 'Ffamily-name-first country'.
       01  WS-PATH-CODES REDEFINES WS-PATH-CODES-DATA.
           05  WS-PATH-ENTRY OCCURS 4 TIMES.
               10  WS-PATH-CODE         PIC X.
               10  WS-PATH-NAME         PIC X(26).
       01  WS-PATH-MAX          PIC 9(4) COMP VALUE 4.
       01  WS-PATH-HIT          PIC 9(4) COMP VALUE 0.
       01  WS-PATH-TOTALS.
           05  WS-PATH-TOTAL OCCURS 4 TIMES.
               10  WS-PATH-REVIEWED     PIC 9(9).
               10  WS-PATH-WRONG        PIC 9(9).
               10  WS-PATH-WEIGHT       PIC 9(13)V9(4).
               10  WS-PATH-WRONG-WEIGHT PIC 9(13)V9(4).

      *    Error categories -- FT-QAREVIEW's list, same order.
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(20) VALUE 'CASING'.
           05  FILLER PIC X(20) VALUE 'NAME ORDER'.
           05  FILLER PIC X(20) VALUE 'FIELD SPLIT'.
           05  FILLER PIC X(20) VALUE 'HONORIFIC/SUFFIX'.
           05  FILLER PIC X(20) VALUE 'ORG/PERSON PATH'.
           05  FILLER PIC X(20) VALUE 'JOINT SPLIT'.
           05  FILLER PIC X(20) VALUE 'CHARACTERS'.
           05  FILLER PIC X(20) VALUE 'OTHER'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CATEGORY-NAME OCCURS 8 TIMES PIC X(20).
       01  WS-CATEGORY-MAX      PIC 9(4) COMP VALUE 8.
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-TOTAL OCCURS 8 TIMES.
               10  WS-CAT-WRONG         PIC 9(9).
               10  WS-CAT-WRONG-WEIGHT  PIC 9(13)V9(4).

      *    The trend: week 1 is the report week, each one before it
      *    seven days earlier.
       01  WS-TREND-TOTALS.
           05  WS-TREND-ENTRY OCCURS 26 TIMES.
               10  WS-TR-REVIEWED       PIC 9(9).
               10  WS-TR-WRONG          PIC 9(9).
               10  WS-TR-WEIGHT         PIC 9(13)V9(4).
               10  WS-TR-WRONG-WEIGHT   PIC 9(13)V9(4).

      *    Shared by the breakdown lines.
       01  WS-LINE-LABEL        PIC X(30) VALUE SPACES.
       01  WS-LINE-REVIEWED     PIC 9(9) VALUE 0.
       01  WS-LINE-WRONG        PIC 9(9) VALUE 0.
       01  WS-LINE-WEIGHT       PIC 9(13)V9(4) VALUE 0.
       01  WS-LINE-WRONG-WEIGHT PIC 9(13)V9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM SET-REPORT-WEEK
           INITIALIZE WS-SRC-TABLE WS-PATH-TOTALS WS-CATEGORY-TOTALS
               WS-TREND-TOTALS

           OPEN INPUT QA-HISTORY-FILE
           IF WS-QAH-STAT NOT = "00"
               DISPLAY "Failed to open accuracy history "
                   FUNCTION TRIM(WS-HISTORY-FILENAME)
                   ". STATUS=" WS-QAH-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open accuracy report. STATUS="
                   WS-RPT-STAT
               CLOSE QA-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ QA-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-VERDICT
               END-READ
           END-PERFORM
           CLOSE QA-HISTORY-FILE

           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-WEEK-SUMMARY
           PERFORM WRITE-SOURCE-BREAKDOWN
           PERFORM WRITE-PATH-BREAKDOWN
           PERFORM WRITE-CATEGORY-BREAKDOWN
           PERFORM WRITE-ACCURACY-TREND
           CLOSE REPORT-FILE

           DISPLAY "FT-QARPT: week " WS-WEEK-START "-" WS-WEEK-END
               " reviewed=" WS-WK-REVIEWED " wrong=" WS-WK-WRONG
           IF WS-WK-REVIEWED = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:5) = 'WEEK='
                       MOVE WS-PARM-WORK(6:8) TO WS-WEEK-END
                   WHEN WS-PARM-WORK(1:6) = 'WEEKS='
                       MOVE WS-PARM-WORK(7:4) TO WS-WEEKS-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-WEEKS-TEXT) = 0
                               AND FUNCTION NUMVAL(WS-WEEKS-TEXT) > 0
                           IF FUNCTION NUMVAL(WS-WEEKS-TEXT)
                                   > WS-TREND-MAX
                               MOVE WS-TREND-MAX TO WS-TREND-WEEKS
                           ELSE
                               MOVE FUNCTION NUMVAL(WS-WEEKS-TEXT)
                                   TO WS-TREND-WEEKS
                           END-IF
                       END-IF
                   WHEN WS-PARM-WORK(1:8) = 'HISTORY='
                       MOVE WS-PARM-WORK(9:92) TO WS-HISTORY-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

      *    The seven days ending WEEK=, or ending yesterday.
       SET-REPORT-WEEK.
           IF WS-WEEK-END = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-WEEK-END
           END-IF
           MOVE WS-WEEK-END TO WS-DATE-NUM
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-INT = WS-WEEK-END-INT - 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-WEEK-START.

      *    A line that is not a verdict -- short, or with a run date
      *    that is not a date -- is counted and passed over.
       TALLY-ONE-VERDICT.
           IF FUNCTION TRIM(QA-HISTORY-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF QA-HISTORY-RECORD(10:8) IS NOT NUMERIC OR
                   QA-HISTORY-RECORD(56:9) IS NOT NUMERIC OR
                   QA-HISTORY-RECORD(66:5) IS NOT NUMERIC OR
                   (QA-HISTORY-RECORD(42:1) NOT = 'C' AND
                    QA-HISTORY-RECORD(42:1) NOT = 'W')
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE QA-HISTORY-RECORD(10:8) TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-BACK = WS-WEEK-END-INT -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DAYS-BACK < 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEK-NO = WS-DAYS-BACK / 7 + 1
           IF WS-WEEK-NO > WS-TREND-WEEKS
               EXIT PARAGRAPH
           END-IF

           MOVE QA-HISTORY-RECORD(25:3) TO WS-ROW-SOURCE
           MOVE QA-HISTORY-RECORD(29:1) TO WS-ROW-PATH
           MOVE 'N' TO WS-ROW-WRONG-SW
           IF QA-HISTORY-RECORD(42:1) = 'W'
               MOVE 'Y' TO WS-ROW-WRONG-SW
           END-IF
           MOVE 0 TO WS-ROW-CATEGORY
           IF QA-HISTORY-RECORD(44:2) IS NUMERIC
               MOVE QA-HISTORY-RECORD(44:2) TO WS-ROW-CATEGORY
           END-IF
           IF WS-ROW-CATEGORY < 1 OR
                   WS-ROW-CATEGORY > WS-CATEGORY-MAX
               MOVE WS-CATEGORY-MAX TO WS-ROW-CATEGORY
           END-IF
           MOVE QA-HISTORY-RECORD(56:9) TO WS-ROW-POPULATION
           MOVE QA-HISTORY-RECORD(66:5) TO WS-ROW-SAMPLED
      *    A line from before the weights were carried counts as
      *    itself alone.
           IF WS-ROW-SAMPLED = 0 OR WS-ROW-POPULATION = 0
               MOVE 1 TO WS-ROW-WEIGHT
           ELSE
               COMPUTE WS-ROW-WEIGHT ROUNDED =
                   WS-ROW-POPULATION / WS-ROW-SAMPLED
           END-IF

           ADD 1 TO WS-TR-REVIEWED(WS-WEEK-NO)
           ADD WS-ROW-WEIGHT TO WS-TR-WEIGHT(WS-WEEK-NO)
           IF ROW-IS-WRONG
               ADD 1 TO WS-TR-WRONG(WS-WEEK-NO)
               ADD WS-ROW-WEIGHT TO WS-TR-WRONG-WEIGHT(WS-WEEK-NO)
           END-IF
           IF WS-WEEK-NO = 1
               PERFORM TALLY-REPORT-WEEK
           END-IF.

       TALLY-REPORT-WEEK.
           ADD 1 TO WS-WK-REVIEWED
           ADD WS-ROW-WEIGHT TO WS-WK-WEIGHT
           IF ROW-IS-WRONG
               ADD 1 TO WS-WK-WRONG
               ADD WS-ROW-WEIGHT TO WS-WK-WRONG-WEIGHT
               ADD 1 TO WS-CAT-WRONG(WS-ROW-CATEGORY)
               ADD WS-ROW-WEIGHT
                   TO WS-CAT-WRONG-WEIGHT(WS-ROW-CATEGORY)
           END-IF

           MOVE 0 TO WS-SRC-HIT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SRC-COUNT
               IF WS-SRC-CODE(IDX) = WS-ROW-SOURCE
                   MOVE IDX TO WS-SRC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SRC-HIT = 0
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-HIT
                   MOVE WS-ROW-SOURCE TO WS-SRC-CODE(WS-SRC-HIT)
               ELSE
                   MOVE 'Y' TO WS-SRC-OVERFLOW-SW
               END-IF
           END-IF
           IF WS-SRC-HIT > 0
               ADD 1 TO WS-SRC-REVIEWED(WS-SRC-HIT)
               ADD WS-ROW-WEIGHT TO WS-SRC-WEIGHT(WS-SRC-HIT)
               IF ROW-IS-WRONG
                   ADD 1 TO WS-SRC-WRONG(WS-SRC-HIT)
                   ADD WS-ROW-WEIGHT
                       TO WS-SRC-WRONG-WEIGHT(WS-SRC-HIT)
               END-IF
           END-IF

           MOVE 1 TO WS-PATH-HIT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-PATH-MAX
               IF WS-PATH-CODE(IDX) = WS-ROW-PATH
                   MOVE IDX TO WS-PATH-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-PATH-REVIEWED(WS-PATH-HIT)
           ADD WS-ROW-WEIGHT TO WS-PATH-WEIGHT(WS-PATH-HIT)
           IF ROW-IS-WRONG
               ADD 1 TO WS-PATH-WRONG(WS-PATH-HIT)
               ADD WS-ROW-WEIGHT TO WS-PATH-WRONG-WEIGHT(WS-PATH-HIT)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "FT-QARPT CLEANSING ACCURACY REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Week            : " WS-WEEK-START " - " WS-WEEK-END
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date        : " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-WEEK-SUMMARY.
           MOVE WS-WK-REVIEWED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Reviewed        : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WK-WRONG TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Wrong           : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WK-WEIGHT TO WS-LINE-WEIGHT
           MOVE WS-WK-WRONG-WEIGHT TO WS-LINE-WRONG-WEIGHT
           PERFORM COMPUTE-LINE-RATE
           MOVE SPACES TO REPORT-RECORD
           IF WS-WK-REVIEWED = 0
               STRING "Est. error rate :      n/a"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Est. error rate :      " WS-RATE-EDIT "%"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Unreadable lines: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       WRITE-SOURCE-BREAKDOWN.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BY SOURCE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-SRC-COUNT
               MOVE WS-SRC-CODE(IDX) TO WS-LINE-LABEL
               MOVE WS-SRC-REVIEWED(IDX) TO WS-LINE-REVIEWED
               MOVE WS-SRC-WRONG(IDX) TO WS-LINE-WRONG
               MOVE WS-SRC-WEIGHT(IDX) TO WS-LINE-WEIGHT
               MOVE WS-SRC-WRONG-WEIGHT(IDX) TO WS-LINE-WRONG-WEIGHT
               PERFORM WRITE-BREAKDOWN-LINE
           END-PERFORM
           IF SRC-TABLE-OVERFLOWED
               MOVE "   WARNING: sources beyond 50 not broken out"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-PATH-BREAKDOWN.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BY PATH" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-PATH-MAX
               IF WS-PATH-REVIEWED(IDX) > 0
                   MOVE WS-PATH-NAME(IDX) TO WS-LINE-LABEL
                   MOVE WS-PATH-REVIEWED(IDX) TO WS-LINE-REVIEWED
                   MOVE WS-PATH-WRONG(IDX) TO WS-LINE-WRONG
                   MOVE WS-PATH-WEIGHT(IDX) TO WS-LINE-WEIGHT
                   MOVE WS-PATH-WRONG-WEIGHT(IDX)
                       TO WS-LINE-WRONG-WEIGHT
                   PERFORM WRITE-BREAKDOWN-LINE
               END-IF
           END-PERFORM.

      *    A category's rate is its weighted wrong over ALL the
      *    week's weighted records, so the lines sum to the overall
      *    estimate.
       WRITE-CATEGORY-BREAKDOWN.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BY ERROR CATEGORY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "   CATEGORY" TO REPORT-RECORD
           MOVE "WRONG   EST RATE" TO REPORT-RECORD(46:16)
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CATEGORY-MAX
               MOVE WS-WK-WEIGHT TO WS-LINE-WEIGHT
               MOVE WS-CAT-WRONG-WEIGHT(IDX) TO WS-LINE-WRONG-WEIGHT
               PERFORM COMPUTE-LINE-RATE
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-CATEGORY-NAME(IDX) TO REPORT-RECORD(4:20)
               MOVE WS-CAT-WRONG(IDX) TO WS-SMALL-EDIT
               MOVE WS-SMALL-EDIT TO REPORT-RECORD(44:7)
               MOVE WS-RATE-EDIT TO REPORT-RECORD(54:6)
               MOVE "%" TO REPORT-RECORD(60:1)
               WRITE REPORT-RECORD
           END-PERFORM.

       WRITE-ACCURACY-TREND.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCURACY TREND" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "   WEEK ENDING" TO REPORT-RECORD
           MOVE "REVIEWED   WRONG   EST RATE" TO REPORT-RECORD(35:27)
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-TREND-WEEKS
               COMPUTE WS-DATE-INT = WS-WEEK-END-INT - (IDX - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-LINE-LABEL
               MOVE WS-TR-REVIEWED(IDX) TO WS-LINE-REVIEWED
               MOVE WS-TR-WRONG(IDX) TO WS-LINE-WRONG
               MOVE WS-TR-WEIGHT(IDX) TO WS-LINE-WEIGHT
               MOVE WS-TR-WRONG-WEIGHT(IDX) TO WS-LINE-WRONG-WEIGHT
               PERFORM WRITE-BREAKDOWN-LINE
           END-PERFORM.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPORT-RECORD
           MOVE "REVIEWED   WRONG   EST RATE" TO REPORT-RECORD(35:27)
           WRITE REPORT-RECORD.

       WRITE-BREAKDOWN-LINE.
           PERFORM COMPUTE-LINE-RATE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-LINE-REVIEWED TO WS-SMALL-EDIT
           STRING "   " WS-LINE-LABEL "  " WS-SMALL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           MOVE WS-LINE-WRONG TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO REPORT-RECORD(44:7)
           IF WS-LINE-REVIEWED = 0
               MOVE "     n/a" TO REPORT-RECORD(51:8)
           ELSE
               MOVE WS-RATE-EDIT TO REPORT-RECORD(54:6)
               MOVE "%" TO REPORT-RECORD(60:1)
           END-IF
           WRITE REPORT-RECORD.

      *    Weighted wrong over weighted reviewed, as a percentage.
       COMPUTE-LINE-RATE.
           IF WS-LINE-WEIGHT = 0
               MOVE 0 TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-LINE-WRONG-WEIGHT * 100 / WS-LINE-WEIGHT
           END-IF
           MOVE WS-RATE TO WS-RATE-EDIT.

       END PROGRAM FT-QARPT.
