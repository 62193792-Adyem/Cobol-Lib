      *    nowhere to go -- both masters lived on forever and both
      *    got mailed. This step reads the reviewed pairs file
      *    (bytes 1-10 the retired customer id, 12-21 the surviving
      *    id -- FT-NAME's name_org_duplicates.txt lines come in this
      *    layout already), and for each pair:
      *      - verifies the survivor is on NAME-MASTER-FILE (a pair
      *        whose survivor is missing, or already retired by an
      *        earlier merge, is refused and reported);
      *      - archives the retired master record to the merge
      *        archive, stamped with lifecycle status R (retired by
      *        merge) and the run date, rewrites it on the master
      *        with that status -- the record stays, so FT-NAME
      *        refuses a re-fed retired id (CUSTOMER RETIRED BY
      *        MERGE) instead of re-adding it as a new customer --
      *        and appends the R transition to the status history
      *        FT-NAMEMNT MODE=STATUS keeps;
      *      - appends a cross-reference line (retired id, survivor
      *        id, run id) to name_merge_xref.txt, which FT-NAMEINQ,
      *        FT-LABELS, and FT-NAME's transaction mode consult so
      *        activity against a retired id lands on the survivor.
      *    A survivor whose own master record is already retired is
      *    refused the same as one the cross-reference names.
      *    A pair whose retired customer is under a legal hold in
      *    force (LEGALHLD, legal_holds.txt) is refused -- a merge
      *    ends the customer for good -- and listed on the report
      *    with the matter that holds it.
      *    Each retirement's master rewrite is journaled through
      *    MSTJRNL as a change (before image as the record stood
      *    before the merge, after image as retired) so FT-NAMEMNT
      *    MODE=ROLLFWD replays it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STAT.
           SELECT STATUS-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-STSHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
       FD  XREF-FILE.
       01  XREF-RECORD            PIC X(40).

      *    The retired master record flattened to the 281-byte backup
      *    layout, then the survivor it merged into -- nothing is
      *    destroyed without a trail, same as the purge archive.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(319).

      *    FT-NAMEMNT's status history layout: id 1-10, old code 12,
      *    new code 14, effective date 16-23, applied date 25-32,
      *    operator 34-41, reason 43-82.
       FD  STATUS-HISTORY-FILE.
       01  STATUS-HISTORY-RECORD  PIC X(82).

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(80).
       77  WS-PRS-STAT      PIC XX VALUE SPACES.
       77  WS-XRF-STAT      PIC XX VALUE SPACES.
       77  WS-ARC-STAT      PIC XX VALUE SPACES.
       77  WS-SHS-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

                                 VALUE 'name_merge_xref.txt'.
       01  WS-ARCHIVE-FILENAME   PIC X(100)
                                 VALUE 'name_merge_archive.txt'.
       01  WS-STSHIST-FILENAME   PIC X(100)
                                 VALUE 'name_status_history.txt'.
       01  WS-REPORT-FILENAME    PIC X(100)
                                 VALUE 'name_merge_report.txt'.
       01  WS-MASTER-RKEY        PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-RUN-ID             PIC X(14) VALUE SPACES.
       01  WS-PRIOR-STATUS-CODE  PIC X(1) VALUE SPACES.
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
           88  MASTER-RECORD-FOUND  VALUE 'Y'.
       01  WS-PAIR-REASON       PIC X(30) VALUE SPACES.

      *    Legal hold check on the retired side of each pair; the
      *    refusals are kept for the report.
       01  WS-HOLD-FUNC         PIC X VALUE SPACE.
       01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER       PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW           PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD     VALUE 'Y'.
       01  WS-LEGAL-HELD-COUNT  PIC 9(9) VALUE 0.
       01  WS-REFUSAL-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-REFUSAL-MAX       PIC 9(4) COMP VALUE 500.
       01  WS-REFUSAL-TABLE.
           05  WS-REFUSAL-ENTRY OCCURS 500 TIMES.
               10  WS-RFSL-RETIRED-ID  PIC X(10).
               10  WS-RFSL-SURVIVOR-ID PIC X(10).
               10  WS-RFSL-MATTER      PIC X(20).

      *    Prior retirements, loaded so a survivor that is itself
      *    already retired, or a retired id merged twice, is refused
      *    instead of silently creating a dangling chain.
       01  WS-NO-SURVIVOR-COUNT PIC 9(9) VALUE 0.
       01  WS-NO-RETIRED-COUNT  PIC 9(9) VALUE 0.
       01  WS-CONFLICT-COUNT    PIC 9(9) VALUE 0.
       01  WS-REWRITE-FAIL-COUNT PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
               DISPLAY "Failed to open merge archive. STATUS="
                   WS-ARC-STAT
           END-IF
           OPEN EXTEND STATUS-HISTORY-FILE
           IF WS-SHS-STAT = "35"
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF
           IF WS-SHS-STAT NOT = "00"
               DISPLAY "Failed to open status history. STATUS="
                   WS-SHS-STAT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'

           CLOSE PAIRS-FILE
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           CLOSE XREF-FILE
           CLOSE ARCHIVE-FILE
           CLOSE STATUS-HISTORY-FILE
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-RETIRED-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW

           PERFORM WRITE-MERGE-REPORT
           DISPLAY "FT-MERGE: merged=" WS-MERGED-COUNT
           IF WS-CONFLICT-COUNT > 0 OR WS-NO-SURVIVOR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REWRITE-FAIL-COUNT > 0
               DISPLAY "FT-MERGE: " WS-REWRITE-FAIL-COUNT
                   " retired records could not be rewritten"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    One reviewed pair. The survivor must be live on the master;
               WHEN OTHER
                   PERFORM CHECK-PAIR-AGAINST-XREF
           END-EVALUATE
           IF WS-PAIR-REASON = SPACES
               PERFORM CHECK-RETIRED-LEGAL-HOLD
           END-IF
           IF WS-PAIR-REASON NOT = SPACES
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY "Merge pair refused ("
           ELSE
               MOVE WS-SURVIVOR-ID TO WS-LOOKUP-CUST-ID
               PERFORM LOOK-UP-ONE-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT MASTER-RECORD-FOUND
                       ADD 1 TO WS-NO-SURVIVOR-COUNT
                       DISPLAY "Merge pair refused (survivor not on "
                           "master): " WS-RETIRED-ID " -> "
                           WS-SURVIVOR-ID
                   WHEN MASTER-STATUS-CODE = 'R'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY "Merge pair refused (SURVIVOR ALREADY "
                           "RETIRED): " WS-RETIRED-ID " -> "
                           WS-SURVIVOR-ID
                   WHEN OTHER
                       PERFORM RETIRE-ONE-CUSTOMER
               END-EVALUATE
           END-IF.

       CHECK-PAIR-AGAINST-XREF.
               END-IF
           END-PERFORM.

      *    The retired customer's own company decides a company-wide
      *    hold; one no longer on the master passes ??, which only an
      *    ID hold naming it can match -- LEGALHLD never has to open
      *    the master this program holds I-O.
       CHECK-RETIRED-LEGAL-HOLD.
           MOVE WS-RETIRED-ID TO WS-LOOKUP-CUST-ID
           PERFORM LOOK-UP-ONE-CUSTOMER
           MOVE '??' TO WS-HOLD-COMPANY
           IF MASTER-RECORD-FOUND
               MOVE MASTER-COMPANY-CODE TO WS-HOLD-COMPANY
               IF WS-HOLD-COMPANY = SPACES
                   MOVE '01' TO WS-HOLD-COMPANY
               END-IF
           END-IF
           MOVE 'C' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-RETIRED-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW
           IF CUSTOMER-IS-HELD
               MOVE "LEGAL HOLD" TO WS-PAIR-REASON
               ADD 1 TO WS-LEGAL-HELD-COUNT
               IF WS-REFUSAL-COUNT < WS-REFUSAL-MAX
                   ADD 1 TO WS-REFUSAL-COUNT
                   MOVE WS-RETIRED-ID
                       TO WS-RFSL-RETIRED-ID(WS-REFUSAL-COUNT)
                   MOVE WS-SURVIVOR-ID
                       TO WS-RFSL-SURVIVOR-ID(WS-REFUSAL-COUNT)
                   MOVE WS-HOLD-MATTER
                       TO WS-RFSL-MATTER(WS-REFUSAL-COUNT)
               END-IF
           END-IF.

      *    A retired id whose master record is already retired
      *    (its cross-reference line lost) counts with the ones not
      *    found, as it did when retirement removed the record.
       RETIRE-ONE-CUSTOMER.
           MOVE WS-RETIRED-ID TO WS-LOOKUP-CUST-ID
           PERFORM LOOK-UP-ONE-CUSTOMER
           IF MASTER-RECORD-FOUND AND MASTER-STATUS-CODE NOT = 'R'
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'C' TO JRNL-ACTION
               MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
               MOVE MASTER-STATUS-CODE TO WS-PRIOR-STATUS-CODE
               IF WS-PRIOR-STATUS-CODE = SPACE
                   MOVE 'A' TO WS-PRIOR-STATUS-CODE
               END-IF
               MOVE 'R' TO MASTER-STATUS-CODE
               MOVE WS-RUN-ID(1:8) TO MASTER-STATUS-DATE
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE MASTER-RECORD TO ARCHIVE-RECORD(1:281)
               STRING " MERGED-TO=" WS-SURVIVOR-ID
                   DELIMITED BY SIZE INTO ARCHIVE-RECORD(282:30)
               END-STRING
               WRITE ARCHIVE-RECORD
               IF WS-ARC-STAT NOT = "00"
                   DISPLAY "Write error on merge archive. STATUS="
                       WS-ARC-STAT
               END-IF
               REWRITE MASTER-RECORD
               IF WS-MASTER-STAT NOT = "00"
                   DISPLAY "Rewrite failed for id " WS-RETIRED-ID
                       " STATUS=" WS-MASTER-STAT
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
               ELSE
                   MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM APPEND-STATUS-HISTORY-LINE
                   ADD 1 TO WS-MERGED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-NO-RETIRED-COUNT
           END-IF
               MOVE WS-RETIRED-ID TO WS-XREF-RETIRED-ID(WS-XREF-COUNT)
           END-IF.

      *    One journal line per master change, through MSTJRNL. The
      *    caller has set the action and the images.
       JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-MERGE' TO JRNL-PROGRAM
           MOVE WS-LOOKUP-CUST-ID TO JRNL-CUST-ID
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       APPEND-STATUS-HISTORY-LINE.
           MOVE SPACES TO STATUS-HISTORY-RECORD
           MOVE WS-RETIRED-ID TO STATUS-HISTORY-RECORD(1:10)
           MOVE WS-PRIOR-STATUS-CODE TO STATUS-HISTORY-RECORD(12:1)
           MOVE 'R' TO STATUS-HISTORY-RECORD(14:1)
           MOVE WS-RUN-ID(1:8) TO STATUS-HISTORY-RECORD(16:8)
           MOVE WS-RUN-ID(1:8) TO STATUS-HISTORY-RECORD(25:8)
           MOVE 'FT-MERGE' TO STATUS-HISTORY-RECORD(34:8)
           STRING "MERGED INTO " WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO STATUS-HISTORY-RECORD(43:40)
           END-STRING
           WRITE STATUS-HISTORY-RECORD
           IF WS-SHS-STAT NOT = "00"
               DISPLAY "Write error on status history. STATUS="
                   WS-SHS-STAT
           END-IF.

       APPEND-XREF-LINE.
           MOVE SPACES TO XREF-RECORD
           MOVE WS-RETIRED-ID TO XREF-RECORD(1:10)
               STRING "Retired not found: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-REWRITE-FAIL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Rewrite failed   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NO-SURVIVOR-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Survivor missing : " WS-NUM-EDIT
               STRING "Pairs refused    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LEGAL-HELD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  of which held  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-REFUSAL-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  REFUSED " WS-RFSL-RETIRED-ID(IDX)
                           " -> " WS-RFSL-SURVIVOR-ID(IDX)
                           " LEGAL HOLD " WS-RFSL-MATTER(IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
               IF WS-LEGAL-HELD-COUNT > WS-REFUSAL-COUNT
                   MOVE "  ... further refusals on the job log only"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE REPORT-FILE
           END-IF.

