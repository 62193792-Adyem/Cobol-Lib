       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-AUDVERIFY.

      *    Verification run for the audit trail's hash chain (see
      *    AUDCHAIN). Walks every rolled segment in audit_segments.idx
      *    order and then the live trail, recomputing each line's
      *    hash from the one before it, exactly as the writers
      *    chained it. Reports:
      *      - the first line where the chain breaks (file, line
      *        number, and why), plus how many breaks follow it --
      *        after a break the walk resynchronizes on the hash the
      *        line carries so later damage is counted separately;
      *      - a segment whose last hash differs from the closing
      *        hash FT-AUDITROLL indexed (lines cut off its end), or
      *        a segment named on the index but not on disk;
      *      - each line FT-ERASE redacted ("[ERASED]" in place of
      *        the name text). The erased text can no longer be
      *        rehashed, so the line is accepted only when the chain
      *        also holds FT-ERASE's tombstone for the same customer
      *        id ("[ERASURE REQUEST] -> [ERASED BY ...]"); its
      *        carried hash then stands as the verified value the
      *        next line must chain from. A redacted line with no
      *        tombstone behind it is a break -- otherwise anyone
      *        could blank a line and keep the chain whole.
      *    Lines from before the chain existed (no CHN= in 509-512)
      *    are counted as unchained history while they lead the
      *    trail; one turning up after the chain has started is a
      *    break. Return code 8 on any break, so FT-JOBFLOW's
      *    default step ceiling flags it.
      *    Once FT-RETAIN has retired the oldest segments, the walk
      *    starts from the closing hash it left on
      *    audit_chain_anchor.txt rather than from zero, so the first
      *    segment still on the index chains cleanly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.
           SELECT SEGMENT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIX-STAT.
           SELECT CHAIN-ANCHOR-FILE ASSIGN TO DYNAMIC
               WS-ANCHOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANC-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD      PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-ANC-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.

       01  WS-AUDIT-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-LIVE-AUDIT-FILENAME PIC X(100) VALUE 'name_audit.txt'.
       01  WS-SEG-INDEX-FILENAME PIC X(100)
                                VALUE 'audit_segments.idx'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'audit_verify_rpt.txt'.
       01  WS-ANCHOR-FILENAME   PIC X(100)
                                VALUE 'audit_chain_anchor.txt'.
       01  WS-ANCHOR-SEGMENT    PIC X(60) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Segment index entries, in roll order.
       01  WS-SEG-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-SEG-MAX           PIC 9(4) COMP VALUE 600.
       01  WS-SEG-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY OCCURS 600 TIMES.
               10  WS-SEG-NAME      PIC X(60).
               10  WS-SEG-CLOSING   PIC X(18).

       01  WS-CHAIN-FUNC        PIC X VALUE 'C'.
       01  WS-RUNNING-HASH      PIC X(18) VALUE ZEROS.
       01  WS-COMPUTED-HASH     PIC X(18) VALUE ZEROS.
       01  WS-CHAIN-STARTED-SW  PIC X VALUE 'N'.
           88  CHAIN-HAS-STARTED    VALUE 'Y'.
       01  WS-LINE-NUMBER       PIC 9(9) VALUE 0.
       01  WS-LINE-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-BREAK-REASON      PIC X(30) VALUE SPACES.

       01  WS-FIRST-BREAK-FILE  PIC X(60) VALUE SPACES.
       01  WS-FIRST-BREAK-LINE  PIC 9(9) VALUE 0.
       01  WS-FIRST-BREAK-REASON PIC X(30) VALUE SPACES.

       01  WS-FILES-WALKED      PIC 9(9) VALUE 0.
       01  WS-LINES-CHECKED     PIC 9(9) VALUE 0.
       01  WS-UNCHAINED-COUNT   PIC 9(9) VALUE 0.
       01  WS-REDACTED-COUNT    PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT       PIC 9(9) VALUE 0.

      *    Customer ids FT-ERASE left a tombstone for, gathered from
      *    every file in the chain before the walk.
       01  WS-TOMB-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-TOMB-MAX          PIC 9(5) COMP VALUE 20000.
       01  WS-TOMB-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-TOMB-FULL-SW      PIC X VALUE 'N'.
       01  WS-TOMB-HIT-SW       PIC X VALUE 'N'.
           88  TOMBSTONE-FOUND      VALUE 'Y'.
       01  WS-TOMB-TABLE.
           05  WS-TOMB-CUST-ID OCCURS 20000 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open verify report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-AUDVERIFY AUDIT CHAIN VERIFICATION REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LOAD-SEGMENT-INDEX
           PERFORM COLLECT-ERASURE-TOMBSTONES
           PERFORM LOAD-CHAIN-ANCHOR
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               MOVE SPACES TO WS-AUDIT-FILENAME
               MOVE WS-SEG-NAME(WS-SEG-IDX) TO WS-AUDIT-FILENAME(1:60)
               PERFORM WALK-ONE-AUDIT-FILE
               IF WS-SEG-CLOSING(WS-SEG-IDX) IS NUMERIC
                       AND WS-SEG-CLOSING(WS-SEG-IDX) NOT = ZEROS
                       AND WS-SEG-CLOSING(WS-SEG-IDX)
                           NOT = WS-RUNNING-HASH
                   MOVE "SEGMENT CLOSING HASH MISMATCH"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
                   MOVE WS-SEG-CLOSING(WS-SEG-IDX) TO WS-RUNNING-HASH
               END-IF
           END-PERFORM
           MOVE WS-LIVE-AUDIT-FILENAME TO WS-AUDIT-FILENAME
           PERFORM WALK-ONE-AUDIT-FILE

           PERFORM WRITE-VERIFY-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "FT-AUDVERIFY: " WS-LINES-CHECKED " lines, "
               WS-BREAK-COUNT " breaks, " WS-REDACTED-COUNT
               " redacted"
           IF WS-BREAK-COUNT > 0
               DISPLAY "FT-AUDVERIFY: chain broken at "
                   FUNCTION TRIM(WS-FIRST-BREAK-FILE) " line "
                   WS-FIRST-BREAK-LINE " - " WS-FIRST-BREAK-REASON
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Index line layout per FT-AUDITROLL: name 1-60, closing
      *    chain hash 90-107 (blank on segments rolled before the
      *    chain existed).
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
                               MOVE SEGMENT-INDEX-RECORD(1:60)
                                   TO WS-SEG-NAME(WS-SEG-COUNT)
                               MOVE SEGMENT-INDEX-RECORD(90:18)
                                   TO WS-SEG-CLOSING(WS-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-INDEX-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    Anchor line per FT-RETAIN: closing hash 1-18 of the last
      *    segment retired, its name 20-79. No anchor, no retirement:
      *    the chain starts from zero as it always did.
       LOAD-CHAIN-ANCHOR.
           OPEN INPUT CHAIN-ANCHOR-FILE
           IF WS-ANC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHAIN-ANCHOR-FILE
               AT END
                   MOVE SPACES TO CHAIN-ANCHOR-RECORD
           END-READ
           CLOSE CHAIN-ANCHOR-FILE
           IF CHAIN-ANCHOR-RECORD(1:18) IS NUMERIC
                   AND CHAIN-ANCHOR-RECORD(1:18) NOT = ZEROS
               MOVE CHAIN-ANCHOR-RECORD(1:18) TO WS-RUNNING-HASH
               MOVE CHAIN-ANCHOR-RECORD(20:60) TO WS-ANCHOR-SEGMENT
               MOVE 'Y' TO WS-CHAIN-STARTED-SW
               MOVE SPACES TO REPORT-RECORD
               STRING "ANCHOR   chain resumes after retired segment "
                       FUNCTION TRIM(WS-ANCHOR-SEGMENT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

      *    Tombstone layout per FT-ERASE's WRITE-TOMBSTONE-LINES:
      *    'RUN=' at 28, customer id 47-56, "[ERASURE REQUEST]" from
      *    58, chained like any other line.
       COLLECT-ERASURE-TOMBSTONES.
           MOVE 0 TO WS-TOMB-COUNT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               MOVE SPACES TO WS-AUDIT-FILENAME
               MOVE WS-SEG-NAME(WS-SEG-IDX) TO WS-AUDIT-FILENAME(1:60)
               PERFORM SCAN-ONE-FILE-FOR-TOMBSTONES
           END-PERFORM
           MOVE WS-LIVE-AUDIT-FILENAME TO WS-AUDIT-FILENAME
           PERFORM SCAN-ONE-FILE-FOR-TOMBSTONES.

       SCAN-ONE-FILE-FOR-TOMBSTONES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUDIT-RECORD(28:4) = 'RUN='
                               AND AUDIT-RECORD(58:17) =
                                   "[ERASURE REQUEST]"
                               AND AUDIT-RECORD(509:4) = "CHN="
                           PERFORM KEEP-ONE-TOMBSTONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    A full table means some redactions go unvouched for and
      *    read as breaks -- loud, never silently accepted.
       KEEP-ONE-TOMBSTONE.
           IF WS-TOMB-COUNT >= WS-TOMB-MAX
               IF WS-TOMB-FULL-SW NOT = 'Y'
                   DISPLAY "FT-AUDVERIFY: tombstone table full at "
                       WS-TOMB-MAX " - later erasures unverified"
                   MOVE 'Y' TO WS-TOMB-FULL-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOMB-COUNT
           MOVE AUDIT-RECORD(47:10) TO WS-TOMB-CUST-ID(WS-TOMB-COUNT).

       WALK-ONE-AUDIT-FILE.
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STAT NOT = "00"
      *        A missing live trail is simply an empty one; a segment
      *        the index names but the disk lacks is lost history.
               IF WS-AUDIT-FILENAME NOT = WS-LIVE-AUDIT-FILENAME
                   MOVE "SEGMENT FILE MISSING" TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-WALKED
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF FUNCTION TRIM(AUDIT-RECORD) NOT = SPACES
                           PERFORM CHECK-ONE-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       CHECK-ONE-AUDIT-LINE.
           ADD 1 TO WS-LINES-CHECKED
           IF AUDIT-RECORD(509:4) NOT = "CHN="
               IF CHAIN-HAS-STARTED
                   MOVE "UNCHAINED LINE INSIDE CHAIN"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHAIN-STARTED-SW

           IF AUDIT-RECORD(28:4) = 'RUN='
                   AND AUDIT-RECORD(58:8) = "[ERASED]"
               MOVE AUDIT-RECORD(47:10) TO WS-LINE-CUST-ID
               MOVE 'N' TO WS-TOMB-HIT-SW
               PERFORM VARYING WS-TOMB-IDX FROM 1 BY 1
                       UNTIL WS-TOMB-IDX > WS-TOMB-COUNT
                   IF WS-TOMB-CUST-ID(WS-TOMB-IDX) = WS-LINE-CUST-ID
                       MOVE 'Y' TO WS-TOMB-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT TOMBSTONE-FOUND
                   MOVE "REDACTED WITHOUT TOMBSTONE"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
                   MOVE AUDIT-RECORD(513:18) TO WS-RUNNING-HASH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REDACTED-COUNT
               MOVE WS-LINE-NUMBER TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "REDACTED " WS-AUDIT-FILENAME(1:40)
                       " LINE " WS-NUM-EDIT
                       " ID=" WS-LINE-CUST-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE AUDIT-RECORD(513:18) TO WS-RUNNING-HASH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUNNING-HASH TO WS-COMPUTED-HASH
           CALL 'AUDCHAIN' USING WS-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-COMPUTED-HASH AUDIT-RECORD
           IF WS-COMPUTED-HASH NOT = AUDIT-RECORD(513:18)
               MOVE "HASH DOES NOT CHAIN" TO WS-BREAK-REASON
               PERFORM RECORD-CHAIN-BREAK
           END-IF
           MOVE AUDIT-RECORD(513:18) TO WS-RUNNING-HASH.

       RECORD-CHAIN-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BREAK-COUNT = 1
               MOVE WS-AUDIT-FILENAME(1:60) TO WS-FIRST-BREAK-FILE
               MOVE WS-LINE-NUMBER TO WS-FIRST-BREAK-LINE
               MOVE WS-BREAK-REASON TO WS-FIRST-BREAK-REASON
           END-IF
           MOVE WS-LINE-NUMBER TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "BREAK    " WS-AUDIT-FILENAME(1:40)
                   " LINE " WS-NUM-EDIT " " WS-BREAK-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-VERIFY-SUMMARY.
           MOVE WS-FILES-WALKED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Files walked    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LINES-CHECKED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Lines checked   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UNCHAINED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Pre-chain lines : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REDACTED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Erasure redacted: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BREAK-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Chain breaks    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-BREAK-COUNT = 0
               MOVE "Chain status    : INTACT" TO REPORT-RECORD
           ELSE
               MOVE WS-FIRST-BREAK-LINE TO WS-NUM-EDIT
               STRING "Chain status    : BROKEN - first break "
                       FUNCTION TRIM(WS-FIRST-BREAK-FILE)
                       " line " FUNCTION TRIM(WS-NUM-EDIT)
                       " " WS-FIRST-BREAK-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'AUDIT='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-LIVE-AUDIT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-AUDVERIFY.
