       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-SRCFEED.

      *    Source-system feedback. A manifest run of FT-NAME takes
      *    feeds from several upstream systems, and when one of them
      *    sends bad data the rejects and exceptions it caused sat in
      *    our files, keyed by our customer ids, until someone
      *    noticed and phoned the owning team. This step runs after
      *    the manifest run and, for each coded manifest source,
      *    builds a feedback file the source's owners can work from:
      *      - one detail line per reject or exception the source
      *        caused (FT-NAME stamps the source code on both files),
      *        carrying the source system's own account key --
      *        translated back from our id through the same
      *        source_key_xref.txt FT-NAME translated it forward
      *        with -- and the reason in plain words rather than our
      *        internal reason codes;
      *      - a closing quality summary: records read, rejected and
      *        excepted this run, the combined rate, and the source's
      *        trailing average rate over its last ten runs from the
      *        persistent quality history, which this step then
      *        extends with the current run.
      *    Each finished feedback file is handed to FT-ENVELOPE
      *    (MODE=WRAP, PARTNER= the source code) so it goes back over
      *    the same partner exchange the feeds arrive on; ENVELOPE=
      *    on the PARM names the command (ENVELOPE=NONE leaves the
      *    plain files for a hand transfer). Sources without a code
      *    already send our own ids and have no partner identity on
      *    the exchange, so they are skipped. A rerun for the same
      *    FT-NAME run id rebuilds the files but does not add a
      *    second history line. RC 12 when the source stats are
      *    missing, 8 when a wrap fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-STATS-FILE ASSIGN TO DYNAMIC
               WS-STATS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SST-STAT.
           SELECT SOURCE-XREF-FILE ASSIGN TO DYNAMIC
               WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXR-STAT.
           SELECT REJECTS-FILE ASSIGN TO DYNAMIC WS-REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STAT.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC
               WS-EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STAT.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHS-STAT.
           SELECT FEEDBACK-FILE ASSIGN TO DYNAMIC WS-FEEDBACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBK-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    FT-NAME's per-source counts: 1-3 source code, 5-13 read,
      *    15-23 written, 25-33 rejected, 35-43 excepted, 45-58 run
      *    id.
       FD  SOURCE-STATS-FILE.
       01  SOURCE-STATS-RECORD      PIC X(60).

      *    FT-XREFMNT layout: source 1-3, source key 5-24, customer
      *    id 26-35.
       FD  SOURCE-XREF-FILE.
       01  SOURCE-XREF-RECORD       PIC X(40).

      *    FT-NAME rejects: raw record 1-256 (customer id 1-10),
      *    reason 257-286, run id 287-300, source code 302-304.
       FD  REJECTS-FILE.
       01  REJECTS-RECORD           PIC X(304).

      *    FT-NAME exceptions: "<id> <value> REASON=<reason> RUN=<id>"
      *    in 1-300, source code 302-304.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD        PIC X(304).

      *    One line per source per run: 1-3 source code, 5-18 run
      *    id, 20-28 read, 30-38 rejected, 40-48 excepted, 50-54
      *    rate (percent, two decimals).
       FD  QUALITY-HISTORY-FILE.
       01  QUALITY-HISTORY-RECORD   PIC X(60).

      *    Detail lines: 'D' 1, source key 3-22, our customer id
      *    24-33, R(eject)/E(xception) 35, plain-words reason 37-96,
      *    record text 98-197. Header and summary lines are tagged
      *    'H' and 'S' in byte 1 with labelled text after. Kept
      *    within FT-ENVELOPE's 256-byte data record.
       FD  FEEDBACK-FILE.
       01  FEEDBACK-RECORD          PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SST-STAT      PIC XX VALUE SPACES.
       77  WS-SXR-STAT      PIC XX VALUE SPACES.
       77  WS-REJ-STAT      PIC XX VALUE SPACES.
       77  WS-EXC-STAT      PIC XX VALUE SPACES.
       77  WS-QHS-STAT      PIC XX VALUE SPACES.
       77  WS-FBK-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-STATS-FILENAME    PIC X(100)
                                VALUE 'name_source_stats.txt'.
       01  WS-XREF-FILENAME     PIC X(100)
                                VALUE 'source_key_xref.txt'.
       01  WS-REJECTS-FILENAME  PIC X(100)
                                VALUE 'name_rejects.txt'.
       01  WS-EXCEPTIONS-FILENAME PIC X(100)
                                VALUE 'name_exceptions.txt'.
       01  WS-HISTORY-FILENAME  PIC X(100)
                                VALUE 'source_quality_history.txt'.
       01  WS-FEEDBACK-FILENAME PIC X(100) VALUE SPACES.
       01  WS-WRAPPED-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'srcfeed_report.txt'.
       01  WS-ENVELOPE-COMMAND  PIC X(100) VALUE 'ftenvelope'.
       01  WS-COMMAND           PIC X(400) VALUE SPACES.
       01  WS-RAW-RC            PIC S9(9) COMP VALUE 0.
       01  WS-WRAP-RC           PIC S9(9) COMP VALUE 0.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.

      *    The manifest run's sources, from the stats file.
       01  WS-SOURCE-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-SOURCE-MAX        PIC 9(4) COMP VALUE 20.
       01  WS-SRC-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES.
               10  WS-SRC-CODE          PIC X(3).
               10  WS-SRC-READ          PIC 9(9).
               10  WS-SRC-REJECTED      PIC 9(9).
               10  WS-SRC-EXCEPTED      PIC 9(9).
               10  WS-SRC-RUN-ID        PIC X(14).
       01  WS-CUR-SOURCE        PIC X(3) VALUE SPACES.

      *    Reverse key map: our id back to each source's own key.
       01  WS-XREF-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-XREF-MAX          PIC 9(5) COMP VALUE 10000.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 10000 TIMES.
               10  WS-XREF-SOURCE       PIC X(3).
               10  WS-XREF-KEY          PIC X(20).
               10  WS-XREF-CUST-ID      PIC X(10).
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-SOURCE-KEY        PIC X(20) VALUE SPACES.

      *    Prior quality history, oldest first as appended.
       01  WS-HIST-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-HIST-MAX          PIC 9(5) COMP VALUE 5000.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES.
               10  WS-HIST-SOURCE       PIC X(3).
               10  WS-HIST-RUN-ID       PIC X(14).
               10  WS-HIST-RATE         PIC 9(3)V99.
       01  WS-TRAIL-WINDOW      PIC 9(4) COMP VALUE 10.
       01  WS-TRAIL-RUNS        PIC 9(4) COMP VALUE 0.
       01  WS-TRAIL-TOTAL       PIC 9(7)V99 VALUE 0.
       01  WS-TRAIL-AVERAGE     PIC 9(3)V99 VALUE 0.
       01  WS-CUR-RATE          PIC 9(3)V99 VALUE 0.
       01  WS-TREND-TEXT        PIC X(20) VALUE SPACES.
       01  WS-RATE-STORE        PIC 9(3)V99 VALUE 0.
       01  WS-RATE-STORE-X REDEFINES WS-RATE-STORE PIC X(5).
       01  WS-ALREADY-LOGGED-SW PIC X VALUE 'N'.
           88  RUN-ALREADY-LOGGED   VALUE 'Y'.

       01  WS-DETAIL-TYPE       PIC X VALUE SPACE.
       01  WS-INTERNAL-REASON   PIC X(30) VALUE SPACES.
       01  WS-PLAIN-REASON      PIC X(60) VALUE SPACES.
       01  WS-DETAIL-TEXT       PIC X(300) VALUE SPACES.
       01  WS-EXC-REST          PIC X(300) VALUE SPACES.
       01  WS-EXC-RUN-TAIL      PIC X(30) VALUE SPACES.

       01  WS-FEED-REJECT-COUNT PIC 9(9) VALUE 0.
       01  WS-FEED-EXCEPT-COUNT PIC 9(9) VALUE 0.
       01  WS-NOKEY-COUNT       PIC 9(9) VALUE 0.
       01  WS-FILES-WRITTEN     PIC 9(9) VALUE 0.
       01  WS-FILES-WRAPPED     PIC 9(9) VALUE 0.
       01  WS-WRAP-FAIL-COUNT   PIC 9(9) VALUE 0.
       01  WS-UNCODED-COUNT     PIC 9(9) VALUE 0.
       01  WS-HIST-ADDED        PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-EDIT         PIC ZZ9.99.
       01  WS-AVG-EDIT          PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-SOURCE-STATS
           IF RETURN-CODE = 12
               GOBACK
           END-IF
           PERFORM LOAD-SOURCE-XREF
           PERFORM LOAD-QUALITY-HISTORY

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SRC-CODE(WS-SRC-IDX) = SPACES
                   ADD 1 TO WS-UNCODED-COUNT
               ELSE
                   PERFORM BUILD-ONE-SOURCE-FEEDBACK
               END-IF
           END-PERFORM

           PERFORM WRITE-SRCFEED-REPORT
           DISPLAY "FT-SRCFEED: feedback files=" WS-FILES-WRITTEN
               " wrapped=" WS-FILES-WRAPPED
               " wrap-failures=" WS-WRAP-FAIL-COUNT
           IF WS-WRAP-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-SOURCE-STATS.
           OPEN INPUT SOURCE-STATS-FILE
           IF WS-SST-STAT NOT = "00"
               DISPLAY "Source stats not readable. STATUS="
                   WS-SST-STAT " FILE="
                   FUNCTION TRIM(WS-STATS-FILENAME)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-STATS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-SOURCE-COUNT < WS-SOURCE-MAX
                           ADD 1 TO WS-SOURCE-COUNT
                           MOVE SOURCE-STATS-RECORD(1:3)
                               TO WS-SRC-CODE(WS-SOURCE-COUNT)
                           MOVE SOURCE-STATS-RECORD(5:9)
                               TO WS-SRC-READ(WS-SOURCE-COUNT)
                           MOVE SOURCE-STATS-RECORD(25:9)
                               TO WS-SRC-REJECTED(WS-SOURCE-COUNT)
                           MOVE SOURCE-STATS-RECORD(35:9)
                               TO WS-SRC-EXCEPTED(WS-SOURCE-COUNT)
                           MOVE SOURCE-STATS-RECORD(45:14)
                               TO WS-SRC-RUN-ID(WS-SOURCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-STATS-FILE
           IF WS-SOURCE-COUNT = 0
               DISPLAY "Source stats hold no sources: "
                   FUNCTION TRIM(WS-STATS-FILENAME)
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    An absent cross-reference is not fatal -- the feedback
      *    still goes out, each line flagged as carrying our id.
       LOAD-SOURCE-XREF.
           OPEN INPUT SOURCE-XREF-FILE
           IF WS-SXR-STAT NOT = "00"
               DISPLAY "Source xref not readable. STATUS="
                   WS-SXR-STAT " FILE="
                   FUNCTION TRIM(WS-XREF-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-XREF-COUNT < WS-XREF-MAX
                               AND SOURCE-XREF-RECORD(1:3) NOT = SPACES
                           ADD 1 TO WS-XREF-COUNT
                           MOVE SOURCE-XREF-RECORD(1:3)
                               TO WS-XREF-SOURCE(WS-XREF-COUNT)
                           MOVE SOURCE-XREF-RECORD(5:20)
                               TO WS-XREF-KEY(WS-XREF-COUNT)
                           MOVE SOURCE-XREF-RECORD(26:10)
                               TO WS-XREF-CUST-ID(WS-XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-XREF-FILE.

      *    Keeps the newest entries when the history outgrows the
      *    table: the oldest are shifted off the front, which only
      *    matters to sources whose last ten runs are older still.
       LOAD-QUALITY-HISTORY.
           OPEN INPUT QUALITY-HISTORY-FILE
           IF WS-QHS-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ QUALITY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF QUALITY-HISTORY-RECORD(50:5) IS NUMERIC
                           PERFORM STORE-ONE-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUALITY-HISTORY-FILE.

       STORE-ONE-HISTORY-ENTRY.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               PERFORM VARYING IDX FROM 2 BY 1
                       UNTIL IDX > WS-HIST-COUNT
                   MOVE WS-HIST-ENTRY(IDX) TO WS-HIST-ENTRY(IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-HIST-COUNT
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE QUALITY-HISTORY-RECORD(1:3)
               TO WS-HIST-SOURCE(WS-HIST-COUNT)
           MOVE QUALITY-HISTORY-RECORD(5:14)
               TO WS-HIST-RUN-ID(WS-HIST-COUNT)
           MOVE QUALITY-HISTORY-RECORD(50:5) TO WS-RATE-STORE-X
           MOVE WS-RATE-STORE TO WS-HIST-RATE(WS-HIST-COUNT).

       BUILD-ONE-SOURCE-FEEDBACK.
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO WS-CUR-SOURCE
           MOVE 0 TO WS-FEED-REJECT-COUNT
           MOVE 0 TO WS-FEED-EXCEPT-COUNT
           MOVE SPACES TO WS-FEEDBACK-FILENAME
           STRING "source_feedback_" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUR-SOURCE) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-FEEDBACK-FILENAME
           END-STRING
           OPEN OUTPUT FEEDBACK-FILE
           IF WS-FBK-STAT NOT = "00"
               DISPLAY "Failed to open feedback file. STATUS="
                   WS-FBK-STAT " FILE="
                   FUNCTION TRIM(WS-FEEDBACK-FILENAME)
               ADD 1 TO WS-WRAP-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEEDBACK-RECORD
           STRING "H SOURCE=" WS-CUR-SOURCE
                   " RUN=" WS-SRC-RUN-ID(WS-SRC-IDX)
                   " RECORDS WE COULD NOT LOAD OR NEED YOU TO CHECK"
               DELIMITED BY SIZE INTO FEEDBACK-RECORD
           WRITE FEEDBACK-RECORD

           PERFORM WRITE-SOURCE-REJECT-LINES
           PERFORM WRITE-SOURCE-EXCEPTION-LINES
           PERFORM COMPUTE-TRAILING-AVERAGE
           PERFORM WRITE-QUALITY-SUMMARY-LINES
           CLOSE FEEDBACK-FILE
           ADD 1 TO WS-FILES-WRITTEN

           IF NOT RUN-ALREADY-LOGGED
               PERFORM APPEND-QUALITY-HISTORY-LINE
           END-IF
           IF FUNCTION UPPER-CASE(WS-ENVELOPE-COMMAND) NOT = 'NONE'
               PERFORM WRAP-FEEDBACK-FILE
           END-IF.

       WRITE-SOURCE-REJECT-LINES.
           OPEN INPUT REJECTS-FILE
           IF WS-REJ-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF REJECTS-RECORD(302:3) = WS-CUR-SOURCE
                           MOVE 'R' TO WS-DETAIL-TYPE
                           MOVE REJECTS-RECORD(1:10)
                               TO WS-LOOKUP-CUST-ID
                           MOVE REJECTS-RECORD(257:30)
                               TO WS-INTERNAL-REASON
                           MOVE REJECTS-RECORD(11:246)
                               TO WS-DETAIL-TEXT
                           PERFORM WRITE-FEEDBACK-DETAIL-LINE
                           ADD 1 TO WS-FEED-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECTS-FILE.

       WRITE-SOURCE-EXCEPTION-LINES.
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ EXCEPTIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF EXCEPTIONS-RECORD(302:3) = WS-CUR-SOURCE
                           PERFORM SPLIT-EXCEPTION-LINE
                           PERFORM WRITE-FEEDBACK-DETAIL-LINE
                           ADD 1 TO WS-FEED-EXCEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTIONS-FILE.

      *    "<id> <value> REASON=<reason> RUN=<run id>" back into its
      *    parts.
       SPLIT-EXCEPTION-LINE.
           MOVE 'E' TO WS-DETAIL-TYPE
           MOVE EXCEPTIONS-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           MOVE SPACES TO WS-DETAIL-TEXT
           MOVE SPACES TO WS-EXC-REST
           MOVE SPACES TO WS-INTERNAL-REASON
           UNSTRING EXCEPTIONS-RECORD(12:289) DELIMITED BY " REASON="
               INTO WS-DETAIL-TEXT WS-EXC-REST
           END-UNSTRING
           UNSTRING WS-EXC-REST DELIMITED BY " RUN="
               INTO WS-INTERNAL-REASON WS-EXC-RUN-TAIL
           END-UNSTRING.

       WRITE-FEEDBACK-DETAIL-LINE.
           PERFORM FIND-SOURCE-KEY
           PERFORM TRANSLATE-REASON-TO-PLAIN-WORDS
           MOVE SPACES TO FEEDBACK-RECORD
           MOVE 'D' TO FEEDBACK-RECORD(1:1)
           MOVE WS-SOURCE-KEY TO FEEDBACK-RECORD(3:20)
           MOVE WS-LOOKUP-CUST-ID TO FEEDBACK-RECORD(24:10)
           MOVE WS-DETAIL-TYPE TO FEEDBACK-RECORD(35:1)
           MOVE WS-PLAIN-REASON TO FEEDBACK-RECORD(37:60)
           MOVE FUNCTION TRIM(WS-DETAIL-TEXT) TO FEEDBACK-RECORD(98:100)
           WRITE FEEDBACK-RECORD.

      *    First mapping for this source and id wins; an id with no
      *    mapping (the xref changed since the run) goes out under
      *    our id with the key marked as such.
       FIND-SOURCE-KEY.
           MOVE '*NOT ON XREF*' TO WS-SOURCE-KEY
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-XREF-COUNT
               IF WS-XREF-SOURCE(IDX) = WS-CUR-SOURCE
                       AND WS-XREF-CUST-ID(IDX) = WS-LOOKUP-CUST-ID
                   MOVE WS-XREF-KEY(IDX) TO WS-SOURCE-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOURCE-KEY = '*NOT ON XREF*'
               ADD 1 TO WS-NOKEY-COUNT
           END-IF.

      *    FT-NAME's reject and exception reasons as the source's own
      *    data owners would put them. Anything not listed goes out
      *    as the internal text rather than being dropped.
       TRANSLATE-REASON-TO-PLAIN-WORDS.
           EVALUATE WS-INTERNAL-REASON
               WHEN 'BLANK RECORD'
                   MOVE 'NAME FIELD IS EMPTY' TO WS-PLAIN-REASON
               WHEN 'EXCEEDS MAX LENGTH'
                   MOVE 'NAME IS LONGER THAN WE CAN STORE'
                       TO WS-PLAIN-REASON
               WHEN 'CONTAINS DIGITS'
                   MOVE 'NAME CONTAINS NUMBERS' TO WS-PLAIN-REASON
               WHEN 'CONTAINS NON-PRINTABLE'
                   MOVE 'NAME CONTAINS UNREADABLE CHARACTERS'
                       TO WS-PLAIN-REASON
               WHEN 'ID NOT NUMERIC'
                   MOVE 'ACCOUNT NUMBER IS NOT ALL DIGITS'
                       TO WS-PLAIN-REASON
               WHEN 'BAD CHECK DIGIT'
                   MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT'
                       TO WS-PLAIN-REASON
               WHEN 'BAD ACTION CODE'
                   MOVE 'TRANSACTION CODE IS NOT ADD, CHANGE OR DELETE'
                       TO WS-PLAIN-REASON
               WHEN 'CHANGE FOR MISSING ID'
                   MOVE 'CHANGE SENT FOR A CUSTOMER WE DO NOT HAVE'
                       TO WS-PLAIN-REASON
               WHEN 'DELETE FOR MISSING ID'
                   MOVE 'DELETE SENT FOR A CUSTOMER WE DO NOT HAVE'
                       TO WS-PLAIN-REASON
               WHEN 'ADD FOR EXISTING ID'
                   MOVE 'ADD SENT FOR A CUSTOMER WE ALREADY HAVE'
                       TO WS-PLAIN-REASON
               WHEN 'CUSTOMER DECEASED'
                   MOVE 'CUSTOMER IS RECORDED AS DECEASED'
                       TO WS-PLAIN-REASON
               WHEN 'CUSTOMER CLOSED'
                   MOVE 'CUSTOMER ACCOUNT IS CLOSED' TO WS-PLAIN-REASON
               WHEN 'CUSTOMER PENDING PURGE'
                   MOVE 'CUSTOMER IS BEING REMOVED FROM OUR RECORDS'
                       TO WS-PLAIN-REASON
               WHEN 'CUSTOMER RETIRED BY MERGE'
                   MOVE 'CUSTOMER WAS MERGED INTO ANOTHER ACCOUNT'
                       TO WS-PLAIN-REASON
               WHEN 'SUFFIX-LIKE-NOT-IN-TABLE'
                   MOVE 'UNRECOGNIZED NAME SUFFIX - PLEASE CONFIRM'
                       TO WS-PLAIN-REASON
               WHEN OTHER
                   MOVE WS-INTERNAL-REASON TO WS-PLAIN-REASON
           END-EVALUATE.

      *    Rate is rejects plus exceptions per hundred records read.
      *    The average covers the source's last ten logged runs
      *    other than this one.
       COMPUTE-TRAILING-AVERAGE.
           MOVE 0 TO WS-CUR-RATE
           IF WS-SRC-READ(WS-SRC-IDX) > 0
               COMPUTE WS-CUR-RATE ROUNDED =
                   (WS-SRC-REJECTED(WS-SRC-IDX)
                       + WS-SRC-EXCEPTED(WS-SRC-IDX)) * 100
                   / WS-SRC-READ(WS-SRC-IDX)
           END-IF
           MOVE 'N' TO WS-ALREADY-LOGGED-SW
           MOVE 0 TO WS-TRAIL-RUNS
           MOVE 0 TO WS-TRAIL-TOTAL
           MOVE 0 TO WS-TRAIL-AVERAGE
           PERFORM VARYING IDX FROM WS-HIST-COUNT BY -1
                   UNTIL IDX < 1
               IF WS-HIST-SOURCE(IDX) = WS-CUR-SOURCE
                   IF WS-HIST-RUN-ID(IDX) = WS-SRC-RUN-ID(WS-SRC-IDX)
                       MOVE 'Y' TO WS-ALREADY-LOGGED-SW
                   ELSE
                       IF WS-TRAIL-RUNS < WS-TRAIL-WINDOW
                           ADD 1 TO WS-TRAIL-RUNS
                           ADD WS-HIST-RATE(IDX) TO WS-TRAIL-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRAIL-RUNS > 0
               COMPUTE WS-TRAIL-AVERAGE ROUNDED =
                   WS-TRAIL-TOTAL / WS-TRAIL-RUNS
           END-IF.

       WRITE-QUALITY-SUMMARY-LINES.
           MOVE WS-SRC-READ(WS-SRC-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO FEEDBACK-RECORD
           STRING "S RECORDS READ     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO FEEDBACK-RECORD
           WRITE FEEDBACK-RECORD
           MOVE WS-SRC-REJECTED(WS-SRC-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO FEEDBACK-RECORD
           STRING "S RECORDS REJECTED : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO FEEDBACK-RECORD
           WRITE FEEDBACK-RECORD
           MOVE WS-SRC-EXCEPTED(WS-SRC-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO FEEDBACK-RECORD
           STRING "S RECORDS EXCEPTED : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO FEEDBACK-RECORD
           WRITE FEEDBACK-RECORD
           MOVE WS-CUR-RATE TO WS-RATE-EDIT
           MOVE SPACES TO FEEDBACK-RECORD
           STRING "S PROBLEM RATE     : " WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO FEEDBACK-RECORD
           WRITE FEEDBACK-RECORD
           MOVE SPACES TO FEEDBACK-RECORD
           IF WS-TRAIL-RUNS = 0
               MOVE "S TRAILING AVERAGE : NO PRIOR RUNS"
                   TO FEEDBACK-RECORD
           ELSE
               MOVE WS-TRAIL-AVERAGE TO WS-AVG-EDIT
               MOVE WS-TRAIL-RUNS TO WS-NUM-EDIT
               EVALUATE TRUE
                   WHEN WS-CUR-RATE > WS-TRAIL-AVERAGE
                       MOVE " - WORSE THAN USUAL" TO WS-TREND-TEXT
                   WHEN WS-CUR-RATE < WS-TRAIL-AVERAGE
                       MOVE " - BETTER THAN USUAL" TO WS-TREND-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-TREND-TEXT
               END-EVALUATE
               STRING "S TRAILING AVERAGE : " WS-AVG-EDIT
                       "% OVER " FUNCTION TRIM(WS-NUM-EDIT)
                       " RUNS" WS-TREND-TEXT
                   DELIMITED BY SIZE INTO FEEDBACK-RECORD
           END-IF
           WRITE FEEDBACK-RECORD.

       APPEND-QUALITY-HISTORY-LINE.
           OPEN EXTEND QUALITY-HISTORY-FILE
           IF WS-QHS-STAT = "35"
               OPEN OUTPUT QUALITY-HISTORY-FILE
           END-IF
           IF WS-QHS-STAT NOT = "00"
               DISPLAY "Failed to open quality history. STATUS="
                   WS-QHS-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUALITY-HISTORY-RECORD
           MOVE WS-CUR-SOURCE TO QUALITY-HISTORY-RECORD(1:3)
           MOVE WS-SRC-RUN-ID(WS-SRC-IDX)
               TO QUALITY-HISTORY-RECORD(5:14)
           MOVE WS-SRC-READ(WS-SRC-IDX) TO QUALITY-HISTORY-RECORD(20:9)
           MOVE WS-SRC-REJECTED(WS-SRC-IDX)
               TO QUALITY-HISTORY-RECORD(30:9)
           MOVE WS-SRC-EXCEPTED(WS-SRC-IDX)
               TO QUALITY-HISTORY-RECORD(40:9)
           MOVE WS-CUR-RATE TO WS-RATE-STORE
           MOVE WS-RATE-STORE-X TO QUALITY-HISTORY-RECORD(50:5)
           WRITE QUALITY-HISTORY-RECORD
           CLOSE QUALITY-HISTORY-FILE
           ADD 1 TO WS-HIST-ADDED.

      *    FT-ENVELOPE assigns the partner sequence and writes the
      *    wrapped copy alongside as source_feedback_<code>.env. The
      *    runtime hands back the raw wait status, exit code in the
      *    high byte, as FT-JOBFLOW decodes it.
       WRAP-FEEDBACK-FILE.
           MOVE SPACES TO WS-WRAPPED-FILENAME
           STRING "source_feedback_" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUR-SOURCE) DELIMITED BY SIZE
                   ".env" DELIMITED BY SIZE
               INTO WS-WRAPPED-FILENAME
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING FUNCTION TRIM(WS-ENVELOPE-COMMAND)
                   " MODE=WRAP,PARTNER=" WS-CUR-SOURCE
                   ",INPUT=" FUNCTION TRIM(WS-FEEDBACK-FILENAME)
                   ",OUTPUT=" FUNCTION TRIM(WS-WRAPPED-FILENAME)
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE 0 TO RETURN-CODE
           IF WS-RAW-RC >= 256 AND FUNCTION MOD(WS-RAW-RC, 256) = 0
               COMPUTE WS-WRAP-RC = WS-RAW-RC / 256
           ELSE
               MOVE WS-RAW-RC TO WS-WRAP-RC
           END-IF
           IF WS-WRAP-RC = 0
               ADD 1 TO WS-FILES-WRAPPED
           ELSE
               DISPLAY "Envelope wrap failed for source "
                   WS-CUR-SOURCE " RC=" WS-WRAP-RC
               ADD 1 TO WS-WRAP-FAIL-COUNT
           END-IF.

       WRITE-SRCFEED-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
           ELSE
               MOVE "FT-SRCFEED SOURCE FEEDBACK REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-SOURCE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Sources in run  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-UNCODED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Uncoded skipped : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-FILES-WRITTEN TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Feedback files  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-FILES-WRAPPED TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Files wrapped   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-WRAP-FAIL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Wrap failures   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NOKEY-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Lines w/o xref  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-HIST-ADDED TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "History added   : " WS-NUM-EDIT
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
                   WHEN WS-PARM-WORK(1:6) = 'STATS='
                       MOVE WS-PARM-WORK(7:94) TO WS-STATS-FILENAME
                   WHEN WS-PARM-WORK(1:5) = 'XREF='
                       MOVE WS-PARM-WORK(6:95) TO WS-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'HISTORY='
                       MOVE WS-PARM-WORK(9:92) TO WS-HISTORY-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'ENVELOPE='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-ENVELOPE-COMMAND
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-SRCFEED.
