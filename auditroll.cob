      *        (name_audit_S<yyyymm>.txt);
      *      - appends a segment index line to audit_segments.idx
      *        (segment file name 1-60, first date 62-69, last date
      *        71-78, record count 80-88, closing chain hash 90-107,
      *        legal hold flag 109),
      *        which FT-AUDITQ reads to resolve a queried date range
      *        to only the segments that cover it;
      *      - rewrites the live trail with the remaining lines
      *        through a working copy, the suite's usual
      *        delete-and-rename convention.
      *    Lines move byte for byte, chain hash included, so the hash
      *    chain (see AUDCHAIN) runs unbroken from each segment into
      *    the next and on into the live trail. The segment's closing
      *    hash -- the hash on its last line -- goes on the index so
      *    FT-AUDVERIFY can tell a segment cut short, and so a writer
      *    finding the live trail rolled empty can resume the chain.
      *    Legal holds (LEGALHLD, legal_holds.txt) are honored two
      *    ways. Rolling a month a second time rewrites its segment,
      *    so when that segment already exists and carries a line for
      *    a customer under a hold in force, the run refuses --
      *    nothing moves, each held customer and matter is listed on
      *    the job log, and the return code is 8. And a segment that
      *    takes in any held customer's line is flagged H in byte 109
      *    of its index line, with the held customers listed, so the
      *    retention step can see it at a glance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-FILE ASSIGN TO DYNAMIC WS-SEGMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STAT.
      *    The month's segment from an earlier roll, read for held
      *    customers before it is rewritten.
           SELECT OLD-SEGMENT-FILE ASSIGN TO DYNAMIC
               WS-SEGMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSG-STAT.
           SELECT SEGMENT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SEGMENT-FILE.
       01  SEGMENT-RECORD           PIC X(530).

       FD  OLD-SEGMENT-FILE.
       01  OLD-SEGMENT-RECORD       PIC X(530).

       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-NEW-STAT      PIC XX VALUE SPACES.
       77  WS-SEG-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-OSG-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-AUDIT-NEW-FILENAME PIC X(100)
       01  WS-LINE-DATE         PIC X(8) VALUE SPACES.
       01  WS-SEG-FIRST-DATE    PIC X(8) VALUE SPACES.
       01  WS-SEG-LAST-DATE     PIC X(8) VALUE SPACES.
       01  WS-SEG-CLOSING-HASH  PIC X(18) VALUE ZEROS.

       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-SEGMENT-COUNT     PIC 9(9) VALUE 0.
       01  WS-KEPT-COUNT        PIC 9(9) VALUE 0.

      *    Held customers met on a segment line, with the matter
      *    that holds each and the lines seen for it.
       01  WS-HOLD-FUNC         PIC X VALUE SPACE.
       01  WS-HOLD-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER       PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW           PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD     VALUE 'Y'.
       01  WS-HELD-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-HELD-MAX          PIC 9(4) COMP VALUE 200.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-CUST-ID  PIC X(10).
               10  WS-HELD-MATTER   PIC X(20).
               10  WS-HELD-LINES    PIC 9(9).
       01  WS-HELD-LINE-COUNT   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
               DELIMITED BY SIZE INTO WS-SEGMENT-FILENAME
           END-STRING

           PERFORM CHECK-EXISTING-SEGMENT-HOLDS
           IF WS-HELD-COUNT > 0
               PERFORM LIST-HELD-CUSTOMERS
               DISPLAY "FT-AUDITROLL: "
                   FUNCTION TRIM(WS-SEGMENT-FILENAME)
                   " already holds lines under legal hold - not "
                   "rewritten, nothing rolled"
               PERFORM RELEASE-LEGAL-HOLDS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Failed to open audit trail. STATUS="

           CLOSE AUDIT-FILE
           CLOSE SEGMENT-FILE
           PERFORM RELEASE-LEGAL-HOLDS

           IF WS-SEGMENT-COUNT = 0
      *        Nothing matched: keep the live trail untouched and
           DISPLAY "FT-AUDITROLL: " WS-SEGMENT-COUNT " lines to "
               FUNCTION TRIM(WS-SEGMENT-FILENAME)
               ", " WS-KEPT-COUNT " kept live"
           IF WS-HELD-COUNT > 0
               DISPLAY "FT-AUDITROLL: segment flagged H - "
                   WS-HELD-LINE-COUNT " line(s) under legal hold"
               PERFORM LIST-HELD-CUSTOMERS
           END-IF
           GOBACK.

      *    An earlier roll of this month left a segment behind; any
      *    held customer's line on it would be lost to the rewrite.
       CHECK-EXISTING-SEGMENT-HOLDS.
           OPEN INPUT OLD-SEGMENT-FILE
           IF WS-OSG-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OLD-SEGMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE OLD-SEGMENT-RECORD TO AUDIT-RECORD
                       PERFORM NOTE-HELD-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE OLD-SEGMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    The id follows the run id, or sits at the older offset on
      *    lines from before the run id rode the trail (same rule
      *    FT-AUDITQ applies).
       NOTE-HELD-AUDIT-LINE.
           IF AUDIT-RECORD(28:4) = 'RUN='
               MOVE AUDIT-RECORD(47:10) TO WS-HOLD-CUST-ID
           ELSE
               MOVE AUDIT-RECORD(28:10) TO WS-HOLD-CUST-ID
           END-IF
           IF WS-HOLD-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOLD-COMPANY
           MOVE 'C' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-HOLD-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW
           IF NOT CUSTOMER-IS-HELD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HELD-LINE-COUNT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-HELD-COUNT
               IF WS-HELD-CUST-ID(IDX) = WS-HOLD-CUST-ID
                   ADD 1 TO WS-HELD-LINES(IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HOLD-CUST-ID TO WS-HELD-CUST-ID(WS-HELD-COUNT)
               MOVE WS-HOLD-MATTER TO WS-HELD-MATTER(WS-HELD-COUNT)
               MOVE 1 TO WS-HELD-LINES(WS-HELD-COUNT)
           END-IF.

       LIST-HELD-CUSTOMERS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-HELD-COUNT
               DISPLAY "Legal hold - customer " WS-HELD-CUST-ID(IDX)
                   " matter " WS-HELD-MATTER(IDX) " lines "
                   WS-HELD-LINES(IDX)
           END-PERFORM.

       RELEASE-LEGAL-HOLDS.
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-HOLD-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW.

       ROUTE-ONE-AUDIT-LINE.
           ADD 1 TO WS-READ-COUNT
           MOVE AUDIT-RECORD(1:8) TO WS-LINE-DATE
               IF WS-LINE-DATE > WS-SEG-LAST-DATE
                   MOVE WS-LINE-DATE TO WS-SEG-LAST-DATE
               END-IF
               IF AUDIT-RECORD(509:4) = "CHN="
                   MOVE AUDIT-RECORD(513:18) TO WS-SEG-CLOSING-HASH
               END-IF
               PERFORM NOTE-HELD-AUDIT-LINE
               MOVE AUDIT-RECORD TO SEGMENT-RECORD
               WRITE SEGMENT-RECORD
               IF WS-SEG-STAT NOT = "00"
               MOVE WS-SEG-FIRST-DATE TO SEGMENT-INDEX-RECORD(62:8)
               MOVE WS-SEG-LAST-DATE TO SEGMENT-INDEX-RECORD(71:8)
               MOVE WS-SEGMENT-COUNT TO SEGMENT-INDEX-RECORD(80:9)
               MOVE WS-SEG-CLOSING-HASH TO SEGMENT-INDEX-RECORD(90:18)
               IF WS-HELD-COUNT > 0
                   MOVE 'H' TO SEGMENT-INDEX-RECORD(109:1)
               END-IF
               WRITE SEGMENT-INDEX-RECORD
               CLOSE SEGMENT-INDEX-FILE
           END-IF.
