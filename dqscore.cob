       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-DQSCORE.

      *    Per-customer data-quality score. FT-QGATE judges a run as
      *    a whole; this step judges each customer's record, so the
      *    data-quality team can see who has a poor one and why.
      *    Every customer on the golden file (FT-GOLDREC's
      *    customer_golden_record.txt) starts at 100 and loses the
      *    weight of each reason that applies to it, never below 0:
      *      FIRSTINI  first name is an initial only
      *      MIDDROP   the source name had a middle part the record
      *                does not -- three or more words on the name
      *                audit trail's raw text, with the middle name,
      *                suffix and honorific all blank
      *      NOADDR    no current address
      *      ADDRNORM  the address validated only after the
      *                normalization rules rewrote a word of it
      *      UNDELIV   the address carries a return-mail hold
      *      NOCONTCT  neither a phone nor an email
      *      BOUNCED   the email is marked bounced
      *      NAMEEXC   the name is on the exceptions queue
      *    The two name reasons are not applied to an organization.
      *    The built-in weights below may be overridden one "CODE
      *    weight" line at a time through dq_score_weights.ctl, the
      *    quality_thresholds.ctl convention. The customer's source
      *    is the first source code source_key_xref.txt translates it
      *    from, else the source stamped on its exception, else
      *    blank (a source that sends our own ids).
      *    Outputs, all rebuilt each run:
      *      dq_scores.txt      id 1-10, score 12-14, company 16-17,
      *                         source 19-21, reason count 23, the
      *                         reason codes from 25 (nine bytes
      *                         each), one line per customer;
      *      dq_score_report.txt  score bands and average score by
      *                         company and by source, and how often
      *                         each reason applied;
      *      dq_worst_list.txt  the WORST= lowest scores (default
      *                         50, at most 500), lowest first, ties
      *                         in id order -- id 1-10, rank 12-15,
      *                         score 17-19, company 21-22, source
      *                         24-26, name 28-67, reasons from 69.
      *    name_audit.txt, name_exceptions.txt and the xref are read
      *    if present; a missing one drops its reasons with a note on
      *    the report. RC 12 when the golden file is missing or an
      *    output cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHTS-FILE ASSIGN TO DYNAMIC WS-WEIGHTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WGT-STAT.
           SELECT GOLDEN-FILE ASSIGN TO DYNAMIC WS-GOLDEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLD-STAT.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC
               WS-EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STAT.
           SELECT SOURCE-XREF-FILE ASSIGN TO DYNAMIC
               WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STAT.
           SELECT SCORE-SORT-FILE ASSIGN TO "DQSCRSORT".
           SELECT SCORES-FILE ASSIGN TO DYNAMIC WS-SCORES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT WORST-FILE ASSIGN TO DYNAMIC WS-WORST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WST-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHTS-FILE.
       01  WEIGHTS-RECORD           PIC X(80).

       FD  GOLDEN-FILE.
       01  GOLDEN-FILE-RECORD       PIC X(750).

      *    Timestamp, " RUN=" run id at 32-45, id 47-56, then the raw
      *    name text from 58 up to " -> " and the cleaned form.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

      *    id 1-10, source code 302-304.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD        PIC X(304).

      *    source code 1-3, source key 5-24, our id 26-35.
       FD  SOURCE-XREF-FILE.
       01  SOURCE-XREF-RECORD       PIC X(80).

      *    One row per golden customer ('G', the whole record), per
      *    audit line ('A', the raw name text), per xref entry ('K',
      *    the source code) and per queued exception ('X', the
      *    source code), in id order; the release sequence keeps an
      *    id's audit lines in file order, so the last one read is
      *    the customer's latest name.
       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-RECORD.
           05  SCR-SORT-ID          PIC X(10).
           05  SCR-SORT-TAG         PIC X(1).
           05  SCR-SORT-SEQ         PIC 9(9).
           05  SCR-SORT-DATA        PIC X(750).

       FD  SCORES-FILE.
       01  SCORES-RECORD            PIC X(96).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       FD  WORST-FILE.
       01  WORST-RECORD             PIC X(140).

       WORKING-STORAGE SECTION.
       77  WS-WGT-STAT      PIC XX VALUE SPACES.
       77  WS-GLD-STAT      PIC XX VALUE SPACES.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-EXC-STAT      PIC XX VALUE SPACES.
       77  WS-XRF-STAT      PIC XX VALUE SPACES.
       77  WS-SCR-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-WST-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-WEIGHTS-FILENAME  PIC X(100)
                                VALUE 'dq_score_weights.ctl'.
       01  WS-GOLDEN-FILENAME   PIC X(100)
                                VALUE 'customer_golden_record.txt'.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-EXCEPTIONS-FILENAME PIC X(100)
                                VALUE 'name_exceptions.txt'.
       01  WS-XREF-FILENAME     PIC X(100)
                                VALUE 'source_key_xref.txt'.
       01  WS-SCORES-FILENAME   PIC X(100) VALUE 'dq_scores.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'dq_score_report.txt'.
       01  WS-WORST-FILENAME    PIC X(100) VALUE 'dq_worst_list.txt'.

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
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SMALL-EDIT        PIC ZZZ9.
       01  WS-AVG-EDIT          PIC ZZ9.
       01  WS-BAND-EDIT         PIC ZZZ,ZZ9.
       01  WS-SORT-SEQ          PIC 9(9) VALUE 0.
       01  WS-AUDIT-SOURCE-SW   PIC X VALUE 'N'.
       01  WS-EXC-SOURCE-SW     PIC X VALUE 'N'.
       01  WS-XREF-SOURCE-SW    PIC X VALUE 'N'.
       01  WS-WGT-KEYWORD       PIC X(20) VALUE SPACES.
       01  WS-WGT-VALUE-TEXT    PIC X(10) VALUE SPACES.

      *    Reason codes in report order: code, default weight, and
      *    description. The weights are overridden in place from the
      *    control file.
       01  WS-REASON-LIST-INIT.
           05  FILLER PIC X(51) VALUE
               'FIRSTINI015First name is an initial only           '.
           05  FILLER PIC X(51) VALUE
               'MIDDROP 010Source middle name not on the record    '.
           05  FILLER PIC X(51) VALUE
               'NOADDR  025No current address                      '.
           05  FILLER PIC X(51) VALUE
               'ADDRNORM005Address valid only after normalization  '.
           05  FILLER PIC X(51) VALUE
               'UNDELIV 020Address held as undeliverable           '.
           05  FILLER PIC X(51) VALUE
               'NOCONTCT020No phone and no email                   '.
           05  FILLER PIC X(51) VALUE
               'BOUNCED 010Email marked bounced                    '.
           05  FILLER PIC X(51) VALUE
               'NAMEEXC 015Name on the exceptions queue            '.
       01  WS-REASON-LIST REDEFINES WS-REASON-LIST-INIT.
           05  WS-REASON-ENTRY OCCURS 8 TIMES.
               10  WS-RSN-CODE      PIC X(8).
               10  WS-RSN-WEIGHT    PIC 9(3).
               10  WS-RSN-DESC      PIC X(40).
       01  WS-REASON-COUNT      PIC 9(4) COMP VALUE 8.
       01  WS-RSN-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-REASON-TALLIES.
           05  WS-RSN-TALLY OCCURS 8 TIMES PIC 9(9) VALUE 0.

      *    The customer being assembled from its sorted rows.
       01  WS-GOLDEN.
           COPY "GOLDEN-RECORD.cpy".
       01  WS-CUR-ID            PIC X(10) VALUE SPACES.
       01  WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88  FIRST-ROW            VALUE 'Y'.
       01  WS-HAVE-GOLDEN-SW    PIC X VALUE 'N'.
           88  HAVE-GOLDEN          VALUE 'Y'.
       01  WS-ON-EXCEPTIONS-SW  PIC X VALUE 'N'.
           88  ON-EXCEPTIONS        VALUE 'Y'.
       01  WS-RAW-NAME          PIC X(451) VALUE SPACES.
       01  WS-CUR-SOURCE        PIC X(3) VALUE SPACES.
       01  WS-RAW-WORDS         PIC 9(4) COMP VALUE 0.
       01  WS-IN-WORD-SW        PIC X VALUE 'N'.

      *    The score under construction.
       01  WS-SCORE             PIC S9(4) VALUE 0.
       01  WS-FINAL-SCORE       PIC 9(3) VALUE 0.
       01  WS-SCORE-REASONS     PIC X(72) VALUE SPACES.
       01  WS-SCORE-REASON-CNT  PIC 9(1) VALUE 0.
       01  WS-SCORE-BAND        PIC 9(1) VALUE 0.
       01  WS-NAME-DISPLAY      PIC X(40) VALUE SPACES.

      *    Run totals and the four score bands: 90-100, 75-89,
      *    50-74, 0-49.
       01  WS-SCORED-COUNT      PIC 9(9) VALUE 0.
       01  WS-SCORE-TOTAL       PIC 9(11) VALUE 0.
       01  WS-BAND-TOTALS.
           05  WS-BAND-TOTAL OCCURS 4 TIMES PIC 9(9) VALUE 0.
       01  WS-BAND-LABEL        PIC X(18) VALUE SPACES.
       01  WS-ORPHAN-COUNT      PIC 9(9) VALUE 0.
       01  WS-AVERAGE           PIC 9(3) VALUE 0.

      *    Companies ('C') and sources ('S') seen, held in kind and
      *    code order for the distribution sections. Past the cap a
      *    group still counts in the run totals but gets no line.
       01  WS-GRP-MAX           PIC 9(4) COMP VALUE 200.
       01  WS-GRP-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-GRP-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-GRP-POS           PIC 9(4) COMP VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-KIND  PIC X(1).
                   15  WS-GRP-CODE  PIC X(3).
               10  WS-GRP-CUSTOMERS PIC 9(9).
               10  WS-GRP-SCORE-SUM PIC 9(11).
               10  WS-GRP-BAND OCCURS 4 TIMES PIC 9(9).
       01  WS-GRP-NEW-KEY.
           05  WS-GRP-NEW-KIND      PIC X(1).
           05  WS-GRP-NEW-CODE      PIC X(3).
       01  WS-GRP-REPORT-KIND   PIC X(1) VALUE SPACES.
       01  WS-GRP-LINES         PIC 9(4) COMP VALUE 0.
       01  WS-GRP-LABEL         PIC X(8) VALUE SPACES.

      *    Worst-N list, kept lowest score first while the customers
      *    stream past.
       01  WS-WORST-MAX         PIC 9(4) COMP VALUE 50.
       01  WS-WORST-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-WORST-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-WORST-POS         PIC 9(4) COMP VALUE 0.
       01  WS-WORST-PARM        PIC 9(4) VALUE 0.
       01  WS-WORST-TABLE.
           05  WS-WORST-ENTRY OCCURS 500 TIMES.
               10  WS-WST-ID        PIC X(10).
               10  WS-WST-SCORE     PIC 9(3).
               10  WS-WST-COMPANY   PIC X(2).
               10  WS-WST-SOURCE    PIC X(3).
               10  WS-WST-NAME      PIC X(40).
               10  WS-WST-REASONS   PIC X(72).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-WEIGHTS

           OPEN INPUT GOLDEN-FILE
           IF WS-GLD-STAT NOT = "00"
               DISPLAY "Golden record file not present: "
                   FUNCTION TRIM(WS-GOLDEN-FILENAME)
                   " STATUS=" WS-GLD-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SCORES-FILE
           IF WS-SCR-STAT NOT = "00"
               DISPLAY "Failed to open scores file. STATUS="
                   WS-SCR-STAT
               CLOSE GOLDEN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open score report. STATUS="
                   WS-RPT-STAT
               CLOSE GOLDEN-FILE SCORES-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WORST-FILE
           IF WS-WST-STAT NOT = "00"
               DISPLAY "Failed to open worst list. STATUS="
                   WS-WST-STAT
               CLOSE GOLDEN-FILE SCORES-FILE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STAT = "00"
               MOVE 'Y' TO WS-AUDIT-SOURCE-SW
           END-IF
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXC-STAT = "00"
               MOVE 'Y' TO WS-EXC-SOURCE-SW
           END-IF
           OPEN INPUT SOURCE-XREF-FILE
           IF WS-XRF-STAT = "00"
               MOVE 'Y' TO WS-XREF-SOURCE-SW
           END-IF

           SORT SCORE-SORT-FILE
               ON ASCENDING KEY SCR-SORT-ID SCR-SORT-TAG SCR-SORT-SEQ
               INPUT PROCEDURE IS RELEASE-SCORING-ROWS
               OUTPUT PROCEDURE IS SWEEP-SCORING-ROWS

           CLOSE GOLDEN-FILE
           IF WS-AUDIT-SOURCE-SW = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           IF WS-EXC-SOURCE-SW = 'Y'
               CLOSE EXCEPTIONS-FILE
           END-IF
           IF WS-XREF-SOURCE-SW = 'Y'
               CLOSE SOURCE-XREF-FILE
           END-IF

           PERFORM WRITE-SCORE-REPORT
           PERFORM WRITE-WORST-LIST
           CLOSE SCORES-FILE
           CLOSE REPORT-FILE
           CLOSE WORST-FILE
           DISPLAY "FT-DQSCORE: scored=" WS-SCORED-COUNT
               " average=" WS-AVERAGE
               " worst listed=" WS-WORST-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       RELEASE-SCORING-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ GOLDEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GOLDEN-FILE-RECORD(1:3) NOT = 'HDR'
                               AND GOLDEN-FILE-RECORD(1:3) NOT = 'TRL'
                               AND GOLDEN-FILE-RECORD(1:10)
                                   NOT = SPACES
                           MOVE SPACES TO SCORE-SORT-RECORD
                           MOVE GOLDEN-FILE-RECORD(1:10)
                               TO SCR-SORT-ID
                           MOVE 'G' TO SCR-SORT-TAG
                           MOVE GOLDEN-FILE-RECORD TO SCR-SORT-DATA
                           PERFORM RELEASE-ONE-SCORING-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-SOURCE-SW = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF AUDIT-RECORD(27:5) = ' RUN='
                                   AND AUDIT-RECORD(47:10)
                                       NOT = SPACES
                                   AND AUDIT-RECORD(58:1) NOT = '['
                               PERFORM RELEASE-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EXC-SOURCE-SW = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ EXCEPTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF EXCEPTIONS-RECORD(1:10) NOT = SPACES
                               MOVE SPACES TO SCORE-SORT-RECORD
                               MOVE EXCEPTIONS-RECORD(1:10)
                                   TO SCR-SORT-ID
                               MOVE 'X' TO SCR-SORT-TAG
                               MOVE EXCEPTIONS-RECORD(302:3)
                                   TO SCR-SORT-DATA(1:3)
                               PERFORM RELEASE-ONE-SCORING-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-XREF-SOURCE-SW = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SOURCE-XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF SOURCE-XREF-RECORD(26:10) NOT = SPACES
                               MOVE SPACES TO SCORE-SORT-RECORD
                               MOVE SOURCE-XREF-RECORD(26:10)
                                   TO SCR-SORT-ID
                               MOVE 'K' TO SCR-SORT-TAG
                               MOVE SOURCE-XREF-RECORD(1:3)
                                   TO SCR-SORT-DATA(1:3)
                               PERFORM RELEASE-ONE-SCORING-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The raw text runs from 58 to the " -> " that introduces
      *    the cleaned form. Lines whose raw side opens with a '['
      *    tag (FT-CONTACT's email repairs, erasure tombstones) carry
      *    no name and are passed over.
       RELEASE-ONE-AUDIT-ROW.
           MOVE SPACES TO SCORE-SORT-RECORD
           MOVE AUDIT-RECORD(47:10) TO SCR-SORT-ID
           MOVE 'A' TO SCR-SORT-TAG
           UNSTRING AUDIT-RECORD(58:451) DELIMITED BY ' -> '
               INTO SCR-SORT-DATA
           END-UNSTRING
           PERFORM RELEASE-ONE-SCORING-ROW.

       RELEASE-ONE-SCORING-ROW.
           ADD 1 TO WS-SORT-SEQ
           MOVE WS-SORT-SEQ TO SCR-SORT-SEQ
           RELEASE SCORE-SORT-RECORD.

       SWEEP-SCORING-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-ROW-SW
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN SCORE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TAKE-ONE-SCORING-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM CLOSE-CUSTOMER-ROWS
           END-IF.

       TAKE-ONE-SCORING-ROW.
           IF NOT FIRST-ROW AND SCR-SORT-ID NOT = WS-CUR-ID
               PERFORM CLOSE-CUSTOMER-ROWS
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE SCR-SORT-ID TO WS-CUR-ID
               MOVE 'N' TO WS-HAVE-GOLDEN-SW WS-ON-EXCEPTIONS-SW
               MOVE SPACES TO WS-RAW-NAME WS-CUR-SOURCE WS-GOLDEN
           END-IF
           EVALUATE SCR-SORT-TAG
               WHEN 'A'
                   MOVE SCR-SORT-DATA(1:451) TO WS-RAW-NAME
               WHEN 'G'
                   MOVE SCR-SORT-DATA TO WS-GOLDEN
                   MOVE 'Y' TO WS-HAVE-GOLDEN-SW
               WHEN 'K'
                   IF WS-CUR-SOURCE = SPACES
                       MOVE SCR-SORT-DATA(1:3) TO WS-CUR-SOURCE
                   END-IF
               WHEN 'X'
                   MOVE 'Y' TO WS-ON-EXCEPTIONS-SW
                   IF WS-CUR-SOURCE = SPACES
                       MOVE SCR-SORT-DATA(1:3) TO WS-CUR-SOURCE
                   END-IF
           END-EVALUATE.

      *    Rows for an id with no golden customer (an exception that
      *    never reached the master, an erased customer's xref) are
      *    counted and passed over.
       CLOSE-CUSTOMER-ROWS.
           IF NOT HAVE-GOLDEN
               ADD 1 TO WS-ORPHAN-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-ONE-CUSTOMER
           PERFORM WRITE-SCORE-LINE
           PERFORM TALLY-CUSTOMER-SCORE
           PERFORM HOLD-WORST-CANDIDATE.

       SCORE-ONE-CUSTOMER.
           MOVE 100 TO WS-SCORE
           MOVE 0 TO WS-SCORE-REASON-CNT
           MOVE SPACES TO WS-SCORE-REASONS
           IF GOLD-ENTITY-FLAG NOT = 'O'
               IF GOLD-FIRST-NAME(1:1) NOT = SPACE
                       AND (GOLD-FIRST-NAME(2:79) = SPACES
                            OR (GOLD-FIRST-NAME(2:1) = '.'
                                AND GOLD-FIRST-NAME(3:78) = SPACES))
                   MOVE 1 TO WS-RSN-IDX
                   PERFORM APPLY-ONE-REASON
               END-IF
               IF GOLD-MIDDLE-NAME = SPACES AND GOLD-SUFFIX = SPACES
                       AND GOLD-HONORIFIC = SPACES
                       AND WS-RAW-NAME NOT = SPACES
                   PERFORM COUNT-RAW-NAME-WORDS
                   IF WS-RAW-WORDS >= 3
                       MOVE 2 TO WS-RSN-IDX
                       PERFORM APPLY-ONE-REASON
                   END-IF
               END-IF
           END-IF
           IF GOLD-ADDRESS-FIELDS = SPACES
               MOVE 3 TO WS-RSN-IDX
               PERFORM APPLY-ONE-REASON
           ELSE
      *        The normalized flag sits at byte 199 of the address
      *        text (ADDRESS-RECORD.cpy's ADDR-NORMALIZED-FLAG).
               IF GOLD-ADDRESS-FIELDS(199:1) = 'Y'
                   MOVE 4 TO WS-RSN-IDX
                   PERFORM APPLY-ONE-REASON
               END-IF
               IF GOLD-UNDELIV-CODE NOT = SPACES
                   MOVE 5 TO WS-RSN-IDX
                   PERFORM APPLY-ONE-REASON
               END-IF
           END-IF
           IF GOLD-PHONE = SPACES AND GOLD-EMAIL = SPACES
               MOVE 6 TO WS-RSN-IDX
               PERFORM APPLY-ONE-REASON
           END-IF
           IF GOLD-BOUNCE-STATUS = 'B'
               MOVE 7 TO WS-RSN-IDX
               PERFORM APPLY-ONE-REASON
           END-IF
           IF ON-EXCEPTIONS
               MOVE 8 TO WS-RSN-IDX
               PERFORM APPLY-ONE-REASON
           END-IF
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-FINAL-SCORE
           EVALUATE TRUE
               WHEN WS-FINAL-SCORE >= 90
                   MOVE 1 TO WS-SCORE-BAND
               WHEN WS-FINAL-SCORE >= 75
                   MOVE 2 TO WS-SCORE-BAND
               WHEN WS-FINAL-SCORE >= 50
                   MOVE 3 TO WS-SCORE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-SCORE-BAND
           END-EVALUATE.

       APPLY-ONE-REASON.
           SUBTRACT WS-RSN-WEIGHT(WS-RSN-IDX) FROM WS-SCORE
           ADD 1 TO WS-RSN-TALLY(WS-RSN-IDX)
           MOVE WS-RSN-CODE(WS-RSN-IDX)
               TO WS-SCORE-REASONS(WS-SCORE-REASON-CNT * 9 + 1:8)
           ADD 1 TO WS-SCORE-REASON-CNT.

      *    Words are runs of non-blank characters; a lone comma
      *    ("SMITH , JOHN") is not one.
       COUNT-RAW-NAME-WORDS.
           MOVE 0 TO WS-RAW-WORDS
           MOVE 'N' TO WS-IN-WORD-SW
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 451
               IF WS-RAW-NAME(IDX:1) = SPACE
                       OR WS-RAW-NAME(IDX:1) = ','
                   MOVE 'N' TO WS-IN-WORD-SW
               ELSE
                   IF WS-IN-WORD-SW = 'N'
                       ADD 1 TO WS-RAW-WORDS
                       MOVE 'Y' TO WS-IN-WORD-SW
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SCORE-LINE.
           MOVE SPACES TO SCORES-RECORD
           MOVE GOLD-CUST-ID TO SCORES-RECORD(1:10)
           MOVE WS-FINAL-SCORE TO SCORES-RECORD(12:3)
           MOVE GOLD-COMPANY-CODE TO SCORES-RECORD(16:2)
           MOVE WS-CUR-SOURCE TO SCORES-RECORD(19:3)
           MOVE WS-SCORE-REASON-CNT TO SCORES-RECORD(23:1)
           MOVE WS-SCORE-REASONS TO SCORES-RECORD(25:72)
           WRITE SCORES-RECORD
           IF WS-SCR-STAT NOT = "00"
               DISPLAY "Write error on scores file. STATUS="
                   WS-SCR-STAT
           END-IF.

       TALLY-CUSTOMER-SCORE.
           ADD 1 TO WS-SCORED-COUNT
           ADD WS-FINAL-SCORE TO WS-SCORE-TOTAL
           ADD 1 TO WS-BAND-TOTAL(WS-SCORE-BAND)
           MOVE 'C' TO WS-GRP-NEW-KIND
           MOVE GOLD-COMPANY-CODE TO WS-GRP-NEW-CODE
           PERFORM TALLY-ONE-GROUP
           MOVE 'S' TO WS-GRP-NEW-KIND
           MOVE WS-CUR-SOURCE TO WS-GRP-NEW-CODE
           PERFORM TALLY-ONE-GROUP.

      *    Groups stay in key order: a new one is slotted in ahead of
      *    the first greater key, the rest moving down one.
       TALLY-ONE-GROUP.
           MOVE 0 TO WS-GRP-POS
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                       OR WS-GRP-POS NOT = 0
               IF WS-GRP-KEY(WS-GRP-IDX) >= WS-GRP-NEW-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-POS
               END-IF
           END-PERFORM
           IF WS-GRP-POS = 0
               OR WS-GRP-KEY(WS-GRP-POS) NOT = WS-GRP-NEW-KEY
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   EXIT PARAGRAPH
               END-IF
               IF WS-GRP-POS = 0
                   COMPUTE WS-GRP-POS = WS-GRP-COUNT + 1
               ELSE
                   PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                           UNTIL WS-GRP-IDX < WS-GRP-POS
                       MOVE WS-GRP-ENTRY(WS-GRP-IDX)
                           TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-GRP-COUNT
               INITIALIZE WS-GRP-ENTRY(WS-GRP-POS)
               MOVE WS-GRP-NEW-KEY TO WS-GRP-KEY(WS-GRP-POS)
           END-IF
           ADD 1 TO WS-GRP-CUSTOMERS(WS-GRP-POS)
           ADD WS-FINAL-SCORE TO WS-GRP-SCORE-SUM(WS-GRP-POS)
           ADD 1 TO WS-GRP-BAND(WS-GRP-POS, WS-SCORE-BAND).

      *    Customers arrive in id order, so a score only displaces a
      *    held one when strictly lower: ties keep the earlier id.
       HOLD-WORST-CANDIDATE.
           IF WS-WORST-COUNT >= WS-WORST-MAX
                   AND WS-FINAL-SCORE >= WS-WST-SCORE(WS-WORST-COUNT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORST-POS = WS-WORST-COUNT + 1
           PERFORM VARYING WS-WORST-IDX FROM 1 BY 1
                   UNTIL WS-WORST-IDX > WS-WORST-COUNT
               IF WS-WST-SCORE(WS-WORST-IDX) > WS-FINAL-SCORE
                   MOVE WS-WORST-IDX TO WS-WORST-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WORST-COUNT < WS-WORST-MAX
               ADD 1 TO WS-WORST-COUNT
           END-IF
           PERFORM VARYING WS-WORST-IDX FROM WS-WORST-COUNT BY -1
                   UNTIL WS-WORST-IDX <= WS-WORST-POS
               MOVE WS-WORST-ENTRY(WS-WORST-IDX - 1)
                   TO WS-WORST-ENTRY(WS-WORST-IDX)
           END-PERFORM
           MOVE GOLD-CUST-ID TO WS-WST-ID(WS-WORST-POS)
           MOVE WS-FINAL-SCORE TO WS-WST-SCORE(WS-WORST-POS)
           MOVE GOLD-COMPANY-CODE TO WS-WST-COMPANY(WS-WORST-POS)
           MOVE WS-CUR-SOURCE TO WS-WST-SOURCE(WS-WORST-POS)
           MOVE WS-SCORE-REASONS TO WS-WST-REASONS(WS-WORST-POS)
           MOVE SPACES TO WS-NAME-DISPLAY
           IF GOLD-ENTITY-FLAG = 'O' OR GOLD-FIRST-NAME = SPACES
               MOVE GOLD-LAST-NAME TO WS-NAME-DISPLAY
           ELSE
               STRING FUNCTION TRIM(GOLD-LAST-NAME) ", "
                       FUNCTION TRIM(GOLD-FIRST-NAME)
                   DELIMITED BY SIZE INTO WS-NAME-DISPLAY
               END-STRING
           END-IF
           MOVE WS-NAME-DISPLAY TO WS-WST-NAME(WS-WORST-POS).

       WRITE-SCORE-REPORT.
           MOVE "FT-DQSCORE CUSTOMER DATA-QUALITY SCORE REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Golden file: " FUNCTION TRIM(WS-GOLDEN-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Weights: " FUNCTION TRIM(WS-WEIGHTS-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
               MOVE WS-RSN-WEIGHT(WS-RSN-IDX) TO WS-SMALL-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "   " WS-RSN-CODE(WS-RSN-IDX) " "
                       WS-SMALL-EDIT "  " WS-RSN-DESC(WS-RSN-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-AUDIT-SOURCE-SW NOT = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-AUDIT-FILENAME)
                       " not present - MIDDROP not scored)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-EXC-SOURCE-SW NOT = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-EXCEPTIONS-FILENAME)
                       " not present - NAMEEXC not scored)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-XREF-SOURCE-SW NOT = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" FUNCTION TRIM(WS-XREF-FILENAME)
                       " not present - sources from exceptions only)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- Score distribution by company" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'C' TO WS-GRP-REPORT-KIND
           PERFORM WRITE-GROUP-SECTION
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- Score distribution by source" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'S' TO WS-GRP-REPORT-KIND
           PERFORM WRITE-GROUP-SECTION

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-- Reason codes" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-REASON-COUNT
               MOVE WS-RSN-TALLY(WS-RSN-IDX) TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "   " WS-RSN-CODE(WS-RSN-IDX) " "
                       WS-NUM-EDIT "  " WS-RSN-DESC(WS-RSN-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-AVERAGE
           IF WS-SCORED-COUNT > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-SCORE-TOTAL / WS-SCORED-COUNT
           END-IF
           MOVE WS-SCORED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Customers scored: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-AVERAGE TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Average score   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 1 TO IDX
           MOVE "Scored 90-100   : " TO WS-BAND-LABEL
           PERFORM WRITE-BAND-TOTAL-LINE
           MOVE 2 TO IDX
           MOVE "Scored 75-89    : " TO WS-BAND-LABEL
           PERFORM WRITE-BAND-TOTAL-LINE
           MOVE 3 TO IDX
           MOVE "Scored 50-74    : " TO WS-BAND-LABEL
           PERFORM WRITE-BAND-TOTAL-LINE
           MOVE 4 TO IDX
           MOVE "Scored 0-49     : " TO WS-BAND-LABEL
           PERFORM WRITE-BAND-TOTAL-LINE
           MOVE WS-ORPHAN-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids not on file : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-WORST-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Worst listed    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-BAND-TOTAL-LINE.
           MOVE WS-BAND-TOTAL(IDX) TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-BAND-LABEL WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-GROUP-SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "   Code      Customers  Avg"
                   "    90-100   75-89   50-74    0-49"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 0 TO WS-GRP-LINES
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-GRP-REPORT-KIND
                   PERFORM WRITE-ONE-GROUP-LINE
               END-IF
           END-PERFORM
           IF WS-GRP-LINES = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-ONE-GROUP-LINE.
           ADD 1 TO WS-GRP-LINES
           MOVE WS-GRP-CODE(WS-GRP-IDX) TO WS-GRP-LABEL
           IF WS-GRP-CODE(WS-GRP-IDX) = SPACES
               MOVE "(none)" TO WS-GRP-LABEL
           END-IF
           MOVE WS-GRP-CUSTOMERS(WS-GRP-IDX) TO WS-NUM-EDIT
           COMPUTE WS-AVG-EDIT ROUNDED = WS-GRP-SCORE-SUM(WS-GRP-IDX)
               / WS-GRP-CUSTOMERS(WS-GRP-IDX)
           MOVE SPACES TO REPORT-RECORD
           STRING "   " WS-GRP-LABEL WS-NUM-EDIT "  " WS-AVG-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           MOVE 28 TO WS-GRP-POS
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
               MOVE WS-GRP-BAND(WS-GRP-IDX, IDX) TO WS-BAND-EDIT
               MOVE WS-BAND-EDIT TO REPORT-RECORD(WS-GRP-POS + 1:7)
               ADD 8 TO WS-GRP-POS
           END-PERFORM
           WRITE REPORT-RECORD.

       WRITE-WORST-LIST.
           PERFORM VARYING WS-WORST-IDX FROM 1 BY 1
                   UNTIL WS-WORST-IDX > WS-WORST-COUNT
               MOVE SPACES TO WORST-RECORD
               MOVE WS-WST-ID(WS-WORST-IDX) TO WORST-RECORD(1:10)
               MOVE WS-WORST-IDX TO WS-SMALL-EDIT
               MOVE WS-SMALL-EDIT TO WORST-RECORD(12:4)
               MOVE WS-WST-SCORE(WS-WORST-IDX) TO WORST-RECORD(17:3)
               MOVE WS-WST-COMPANY(WS-WORST-IDX)
                   TO WORST-RECORD(21:2)
               MOVE WS-WST-SOURCE(WS-WORST-IDX) TO WORST-RECORD(24:3)
               MOVE WS-WST-NAME(WS-WORST-IDX) TO WORST-RECORD(28:40)
               MOVE WS-WST-REASONS(WS-WORST-IDX)
                   TO WORST-RECORD(69:72)
               WRITE WORST-RECORD
               IF WS-WST-STAT NOT = "00"
                   DISPLAY "Write error on worst list. STATUS="
                       WS-WST-STAT
               END-IF
           END-PERFORM.

      *    One "FIRSTINI 15" line per override, keyed by reason code;
      *    unknown codes are ignored so the file can carry comments.
       LOAD-WEIGHTS.
           OPEN INPUT WEIGHTS-FILE
           IF WS-WGT-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ WEIGHTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-WEIGHT
                   END-READ
               END-PERFORM
               CLOSE WEIGHTS-FILE
           END-IF.

       LOAD-ONE-WEIGHT.
           MOVE SPACES TO WS-WGT-KEYWORD WS-WGT-VALUE-TEXT
           UNSTRING WEIGHTS-RECORD DELIMITED BY ALL ' '
               INTO WS-WGT-KEYWORD WS-WGT-VALUE-TEXT
           END-UNSTRING
           IF WS-WGT-VALUE-TEXT NOT = SPACES
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > WS-REASON-COUNT
                   IF FUNCTION UPPER-CASE(WS-WGT-KEYWORD)
                           = WS-RSN-CODE(WS-RSN-IDX)
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-WGT-VALUE-TEXT))
                           TO WS-RSN-WEIGHT(WS-RSN-IDX)
                   END-IF
               END-PERFORM
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
                   WHEN WS-PARM-WORK(1:7) = 'GOLDEN='
                       MOVE WS-PARM-WORK(8:93) TO WS-GOLDEN-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'AUDIT='
                       MOVE WS-PARM-WORK(7:94) TO WS-AUDIT-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'EXCEPTIONS='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-EXCEPTIONS-FILENAME
                   WHEN WS-PARM-WORK(1:5) = 'XREF='
                       MOVE WS-PARM-WORK(6:95) TO WS-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'WEIGHTS='
                       MOVE WS-PARM-WORK(9:92) TO WS-WEIGHTS-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'SCORES='
                       MOVE WS-PARM-WORK(8:93) TO WS-SCORES-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'WORSTLIST='
                       MOVE WS-PARM-WORK(11:90) TO WS-WORST-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'WORST='
                       MOVE FUNCTION NUMVAL(WS-PARM-WORK(7:94))
                           TO WS-WORST-PARM
                       IF WS-WORST-PARM > 0
                           MOVE WS-WORST-PARM TO WS-WORST-MAX
                       END-IF
                       IF WS-WORST-MAX > 500
                           MOVE 500 TO WS-WORST-MAX
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-DQSCORE.
