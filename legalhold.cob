       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-LEGALHOLD.

      *    Legal hold registry utility. The registry itself
      *    (legal_holds.txt, layout in legalhld.cob) is kept by hand
      *    from Legal's instructions; every purge, merge, prune and
      *    erasure path asks LEGALHLD about it before it deletes.
      *    This step answers Legal's two questions about it. Run
      *    modes, selected by a MODE= PARM token:
      *      MODE=LIST     list every registry line with its state
      *                    today (IN FORCE, NOT YET STARTED,
      *                    RELEASED, or INVALID with the reason) on
      *                    the hold report;
      *      MODE=SNAPSHOT write everything currently held for one
      *                    matter (MATTER=) to a sealed extract for
      *                    counsel (EXTRACT=, default
      *                    legal_hold_<run id>.txt): the matter's
      *                    registry lines, then for every customer
      *                    it holds today -- each id it names, and
      *                    every customer on the name master whose
      *                    company it names -- the name master
      *                    record, the address master record, and
      *                    the customer's lines on the name and
      *                    status histories, the alias and former-
      *                    name file, clean addresses, alternate
      *                    addresses and contacts, the address and
      *                    contact change histories, the merge
      *                    archive, every rolled audit segment in
      *                    audit_segments.idx and the live audit
      *                    trail;
      *      MODE=VERIFY   re-read an extract (EXTRACT=) and check
      *                    its seal, so counsel can be told the copy
      *                    they hold is the copy we wrote.
      *    Extract line layout: record type 1-3 (HDR, HLD registry
      *    line, MST name master, ADM address master, LIN store line,
      *    TRL), customer id 5-14, source file 16-75, the source
      *    record byte for byte from 77. The TRL line carries the
      *    count of lines before it in 5-13 and the seal in 15-32:
      *    every line before the TRL folded through AUDCHAIN, bytes
      *    1-508 then 509-700, from a zero seed -- the audit trail's
      *    own hash chain, so any line changed, added, dropped or
      *    reordered breaks it. The hold report (REPORT=, default
      *    legal_hold_report.txt) carries the counts per store and
      *    the seal. Return code 4 when a snapshot finds nothing
      *    held, 8 when the matter is not in force or a seal does
      *    not verify, 12 when a file cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REGISTRY-FILE ASSIGN TO DYNAMIC
               WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRG-STAT.
      *    Same RELATIVE-organization declaration and key fold FT-NAME
      *    and FT-ADDRESS use (see name.cob's note on this build's
      *    disabled ISAM handler).
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-AMS-STAT.
      *    One flat store at a time, read for the held customers.
           SELECT STORE-FILE ASSIGN TO DYNAMIC WS-STORE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STAT.
      *    FT-AUDITROLL's segment index, naming the rolled segments.
           SELECT SEGMENT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIX-STAT.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REGISTRY-FILE.
       01  HOLD-REGISTRY-RECORD     PIC X(132).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

      *    Wide enough for the widest store read (the 619-byte
      *    master journal image lines are not carried; audit lines
      *    are 530).
       FD  STORE-FILE.
       01  STORE-RECORD             PIC X(624).

       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(700).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HRG-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-STO-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-EXT-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-REGISTRY-FILENAME PIC X(100) VALUE 'legal_holds.txt'.
       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-STORE-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-SEG-INDEX-FILENAME PIC X(100)
                                VALUE 'audit_segments.idx'.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-EXTRACT-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'legal_hold_report.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'UNSIGNED'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-MODE          PIC X(8) VALUE SPACES.
           88  MODE-LIST            VALUE 'LIST'.
           88  MODE-SNAPSHOT        VALUE 'SNAPSHOT'.
           88  MODE-VERIFY          VALUE 'VERIFY'.
       01  WS-MATTER            PIC X(20) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Registry line judgement -- the same in-force rule LEGALHLD
      *    applies: from the start date up to the day before the
      *    release date.
       01  WS-HOLD-STATE        PIC X(30) VALUE SPACES.
       01  WS-HOLD-IN-FORCE-SW  PIC X VALUE 'N'.
           88  HOLD-IN-FORCE        VALUE 'Y'.
       01  WS-REG-LINES         PIC 9(9) VALUE 0.
       01  WS-REG-IN-FORCE      PIC 9(9) VALUE 0.
       01  WS-REG-INVALID       PIC 9(9) VALUE 0.

      *    The matter's holds in force: customer ids, and company
      *    codes whose every customer is held.
       01  WS-CO-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-CODE OCCURS 100 TIMES PIC X(2).
       01  WS-CHECK-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-ID-HOLD-COUNT     PIC 9(9) VALUE 0.

      *    Every customer the snapshot covers.
       01  WS-HELD-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-HELD-MAX          PIC 9(4) COMP VALUE 5000.
       01  WS-HELD-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-CUST-ID OCCURS 5000 TIMES PIC X(10).
       01  WS-HELD-OVERFLOW-SW  PIC X VALUE 'N'.
       01  WS-LINE-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-LINE-HIT-SW       PIC X VALUE 'N'.
           88  LINE-IS-HELD         VALUE 'Y'.

      *    Every store the snapshot reads, in extract order. Kind D
      *    carries the id at ID-POS, kind A is an audit line.
       01  WS-STORE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-STORE-MAX         PIC 9(4) COMP VALUE 150.
       01  WS-STORE-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 150 TIMES.
               10  WS-STORE-NAME    PIC X(60).
               10  WS-STORE-KIND    PIC X(1).
               10  WS-STORE-ID-POS  PIC 9(3).
               10  WS-STORE-STATE   PIC X(1).
               10  WS-STORE-LINES   PIC 9(9).
       01  WS-ADD-NAME          PIC X(60) VALUE SPACES.
       01  WS-ADD-KIND          PIC X(1) VALUE SPACES.
       01  WS-ADD-POS           PIC 9(3) VALUE 0.

       01  WS-MASTER-LINES      PIC 9(9) VALUE 0.
       01  WS-ADDR-MST-LINES    PIC 9(9) VALUE 0.
       01  WS-MASTER-STATE      PIC X VALUE 'Y'.
       01  WS-ADDR-MST-STATE    PIC X VALUE 'Y'.
       01  WS-STORE-ERROR-COUNT PIC 9(9) VALUE 0.

      *    The seal. Each extract line is folded in two pieces, the
      *    second moved to the front of the work line.
       01  WS-SEAL-FUNC         PIC X VALUE 'C'.
       01  WS-SEAL-HASH         PIC X(18) VALUE ZEROS.
       01  WS-SEAL-WORK         PIC X(530) VALUE SPACES.
       01  WS-EXTRACT-COUNT     PIC 9(9) VALUE 0.
       01  WS-TRL-COUNT         PIC 9(9) VALUE 0.
       01  WS-TRL-HASH          PIC X(18) VALUE SPACES.
       01  WS-TRL-SEEN-SW       PIC X VALUE 'N'.
       01  WS-VERIFY-RESULT     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open hold report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-LEGALHOLD LEGAL HOLD REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run id          : " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Mode            : " WS-RUN-MODE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           EVALUATE TRUE
               WHEN MODE-LIST
                   PERFORM LIST-HOLD-REGISTRY
               WHEN MODE-SNAPSHOT
                   PERFORM SNAPSHOT-ONE-MATTER
               WHEN MODE-VERIFY
                   PERFORM VERIFY-EXTRACT-SEAL
               WHEN OTHER
                   DISPLAY "FT-LEGALHOLD: supply MODE=LIST, "
                       "MODE=SNAPSHOT or MODE=VERIFY"
                   MOVE "No run mode given - nothing done"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE REPORT-FILE
           GOBACK.

      *    Every registry line, comments aside, with its state today.
       LIST-HOLD-REGISTRY.
           OPEN INPUT HOLD-REGISTRY-FILE
           IF WS-HRG-STAT NOT = "00"
               DISPLAY "Failed to open legal hold registry. STATUS="
                   WS-HRG-STAT " FILE="
                   FUNCTION TRIM(WS-REGISTRY-FILENAME)
               MOVE "Registry not opened - nothing listed"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "KIND KEY        MATTER               START    RELEASE"
               TO REPORT-RECORD
           MOVE "STATE" TO REPORT-RECORD(56:5)
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOLD-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HOLD-REGISTRY-RECORD NOT = SPACES
                               AND HOLD-REGISTRY-RECORD(1:1) NOT = '*'
                           PERFORM JUDGE-REGISTRY-LINE
                           MOVE SPACES TO REPORT-RECORD
                           MOVE HOLD-REGISTRY-RECORD(1:2)
                               TO REPORT-RECORD(1:2)
                           MOVE HOLD-REGISTRY-RECORD(4:10)
                               TO REPORT-RECORD(6:10)
                           MOVE HOLD-REGISTRY-RECORD(15:20)
                               TO REPORT-RECORD(17:20)
                           MOVE HOLD-REGISTRY-RECORD(36:8)
                               TO REPORT-RECORD(38:8)
                           MOVE HOLD-REGISTRY-RECORD(45:8)
                               TO REPORT-RECORD(47:8)
                           MOVE WS-HOLD-STATE TO REPORT-RECORD(56:25)
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTRY-FILE
           MOVE WS-REG-LINES TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Registry lines  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REG-IN-FORCE TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "In force        : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REG-INVALID TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Invalid         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REG-INVALID > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Same validity and in-force rules as LEGALHLD's
      *    KEEP-ONE-HOLD-IN-FORCE; an invalid line holds nothing
      *    there either.
       JUDGE-REGISTRY-LINE.
           ADD 1 TO WS-REG-LINES
           MOVE 'N' TO WS-HOLD-IN-FORCE-SW
           EVALUATE TRUE
               WHEN HOLD-REGISTRY-RECORD(1:2) NOT = 'ID'
                       AND HOLD-REGISTRY-RECORD(1:2) NOT = 'CO'
                   MOVE "INVALID - KIND NOT ID/CO" TO WS-HOLD-STATE
                   ADD 1 TO WS-REG-INVALID
               WHEN HOLD-REGISTRY-RECORD(4:10) = SPACES
                   MOVE "INVALID - NO KEY" TO WS-HOLD-STATE
                   ADD 1 TO WS-REG-INVALID
               WHEN HOLD-REGISTRY-RECORD(36:8) IS NOT NUMERIC
                   MOVE "INVALID - NO START DATE" TO WS-HOLD-STATE
                   ADD 1 TO WS-REG-INVALID
               WHEN HOLD-REGISTRY-RECORD(36:8) > WS-RUN-DATE
                   MOVE "NOT YET STARTED" TO WS-HOLD-STATE
               WHEN HOLD-REGISTRY-RECORD(45:8) NOT = SPACES
                       AND HOLD-REGISTRY-RECORD(45:8) <= WS-RUN-DATE
                   MOVE "RELEASED" TO WS-HOLD-STATE
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-HOLD-STATE
                   MOVE 'Y' TO WS-HOLD-IN-FORCE-SW
                   ADD 1 TO WS-REG-IN-FORCE
           END-EVALUATE.

      *    Gather the matter's holds, resolve them to customers, then
      *    copy each customer's records store by store into the
      *    extract, sealing as it goes.
       SNAPSHOT-ONE-MATTER.
           IF WS-MATTER = SPACES
               DISPLAY "FT-LEGALHOLD: MODE=SNAPSHOT requires MATTER="
               MOVE "No MATTER= given - nothing extracted"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXTRACT-FILENAME = SPACES
               STRING "legal_hold_" WS-RUN-ID ".txt"
                   DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "Matter          : " WS-MATTER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Operator        : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Extract         : "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STAT NOT = "00"
               DISPLAY "Failed to open hold extract. STATUS="
                   WS-EXT-STAT " FILE="
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
               MOVE "Extract not opened - nothing extracted"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEAL-HASH
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE SPACES TO EXTRACT-RECORD
           STRING "HDR MATTER=" WS-MATTER " RUN=" WS-RUN-ID
                   " OPERATOR=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING
           PERFORM WRITE-SEALED-LINE

           PERFORM LOAD-MATTER-HOLDS
           IF WS-ID-HOLD-COUNT = 0 AND WS-CO-COUNT = 0
               DISPLAY "FT-LEGALHOLD: no hold in force for matter "
                   WS-MATTER
               MOVE "No hold in force for this matter"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EXTRACT-NAME-MASTER
               PERFORM EXTRACT-ADDRESS-MASTER
               PERFORM BUILD-STORE-LIST
               PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   PERFORM EXTRACT-ONE-STORE
               END-PERFORM
           END-IF

           MOVE SPACES TO EXTRACT-RECORD
           MOVE "TRL" TO EXTRACT-RECORD(1:3)
           MOVE WS-EXTRACT-COUNT TO EXTRACT-RECORD(5:9)
           MOVE WS-SEAL-HASH TO EXTRACT-RECORD(15:18)
           MOVE "SEALED" TO EXTRACT-RECORD(34:6)
           WRITE EXTRACT-RECORD
           IF WS-EXT-STAT NOT = "00"
               DISPLAY "Write error on hold extract. STATUS="
                   WS-EXT-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           END-IF
           CLOSE EXTRACT-FILE
           PERFORM WRITE-SNAPSHOT-REPORT
           DISPLAY "FT-LEGALHOLD: matter " FUNCTION TRIM(WS-MATTER)
               " customers=" WS-HELD-COUNT " lines=" WS-EXTRACT-COUNT
               " seal=" WS-SEAL-HASH
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   CONTINUE
               WHEN WS-STORE-ERROR-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-HELD-COUNT = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *    The matter's registry lines in force go on the extract as
      *    HLD lines -- counsel sees what the snapshot was taken
      *    under -- and into the id and company lists.
       LOAD-MATTER-HOLDS.
           MOVE 0 TO WS-CO-COUNT WS-ID-HOLD-COUNT WS-HELD-COUNT
           OPEN INPUT HOLD-REGISTRY-FILE
           IF WS-HRG-STAT NOT = "00"
               DISPLAY "Failed to open legal hold registry. STATUS="
                   WS-HRG-STAT " FILE="
                   FUNCTION TRIM(WS-REGISTRY-FILENAME)
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOLD-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HOLD-REGISTRY-RECORD NOT = SPACES
                               AND HOLD-REGISTRY-RECORD(1:1) NOT = '*'
                               AND HOLD-REGISTRY-RECORD(15:20)
                                   = WS-MATTER
                           PERFORM JUDGE-REGISTRY-LINE
                           IF HOLD-IN-FORCE
                               PERFORM KEEP-ONE-MATTER-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTRY-FILE.

       KEEP-ONE-MATTER-HOLD.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "HLD" TO EXTRACT-RECORD(1:3)
           MOVE WS-REGISTRY-FILENAME(1:60) TO EXTRACT-RECORD(16:60)
           MOVE HOLD-REGISTRY-RECORD TO EXTRACT-RECORD(77:132)
           IF HOLD-REGISTRY-RECORD(1:2) = 'ID'
               ADD 1 TO WS-ID-HOLD-COUNT
               MOVE HOLD-REGISTRY-RECORD(4:10) TO WS-LINE-CUST-ID
               MOVE WS-LINE-CUST-ID TO EXTRACT-RECORD(5:10)
               PERFORM ADD-HELD-CUSTOMER
           ELSE
               IF WS-CO-COUNT < 100
                   ADD 1 TO WS-CO-COUNT
                   MOVE HOLD-REGISTRY-RECORD(4:2)
                       TO WS-CO-CODE(WS-CO-COUNT)
               END-IF
           END-IF
           PERFORM WRITE-SEALED-LINE.

       ADD-HELD-CUSTOMER.
           PERFORM MATCH-HELD-CUSTOMER
           IF LINE-IS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-HELD-COUNT >= WS-HELD-MAX
               IF WS-HELD-OVERFLOW-SW NOT = 'Y'
                   DISPLAY "FT-LEGALHOLD: held customer table full at "
                       WS-HELD-MAX " - snapshot incomplete"
                   MOVE 'Y' TO WS-HELD-OVERFLOW-SW
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-LINE-CUST-ID TO WS-HELD-CUST-ID(WS-HELD-COUNT).

       MATCH-HELD-CUSTOMER.
           MOVE 'N' TO WS-LINE-HIT-SW
           IF WS-LINE-CUST-ID NOT = SPACES
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   IF WS-LINE-CUST-ID = WS-HELD-CUST-ID(WS-HELD-IDX)
                       MOVE 'Y' TO WS-LINE-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Front to back through the master: a customer is held when
      *    an ID hold names it or a CO hold names its company (blank
      *    is the default partition 01).
       EXTRACT-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Name master not opened, not extracted. "
                   "STATUS=" WS-MASTER-STAT
               MOVE 'N' TO WS-MASTER-STATE
               IF WS-MASTER-STAT NOT = "35"
                   MOVE 'E' TO WS-MASTER-STATE
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM JUDGE-ONE-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE.

       JUDGE-ONE-MASTER-RECORD.
           MOVE MASTER-CUST-ID TO WS-LINE-CUST-ID
           PERFORM MATCH-HELD-CUSTOMER
           IF NOT LINE-IS-HELD AND WS-CO-COUNT > 0
               MOVE MASTER-COMPANY-CODE TO WS-CHECK-COMPANY
               IF WS-CHECK-COMPANY = SPACES
                   MOVE '01' TO WS-CHECK-COMPANY
               END-IF
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-CO-COUNT
                   IF WS-CO-CODE(IDX) = WS-CHECK-COMPANY
                       PERFORM ADD-HELD-CUSTOMER
                       PERFORM MATCH-HELD-CUSTOMER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF LINE-IS-HELD
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "MST" TO EXTRACT-RECORD(1:3)
               MOVE WS-LINE-CUST-ID TO EXTRACT-RECORD(5:10)
               MOVE WS-MASTER-FILENAME(1:60) TO EXTRACT-RECORD(16:60)
               MOVE MASTER-RECORD TO EXTRACT-RECORD(77:281)
               PERFORM WRITE-SEALED-LINE
               ADD 1 TO WS-MASTER-LINES
           END-IF.

      *    Keyed reads: the address master shares the name master's
      *    key fold, and a slot held by a different id is a fold
      *    neighbor, not the held customer.
       EXTRACT-ADDRESS-MASTER.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               MOVE 'N' TO WS-ADDR-MST-STATE
               IF WS-AMS-STAT NOT = "35"
                   DISPLAY "Address master not opened, not extracted."
                       " STATUS=" WS-AMS-STAT
                   MOVE 'E' TO WS-ADDR-MST-STATE
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-CUST-ID(WS-HELD-IDX) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           MOVE SPACES TO EXTRACT-RECORD
                           MOVE "ADM" TO EXTRACT-RECORD(1:3)
                           MOVE WS-LOOKUP-CUST-ID
                               TO EXTRACT-RECORD(5:10)
                           MOVE WS-ADDR-MASTER-FILENAME(1:60)
                               TO EXTRACT-RECORD(16:60)
                           MOVE ADDR-MASTER-RECORD
                               TO EXTRACT-RECORD(77:270)
                           PERFORM WRITE-SEALED-LINE
                           ADD 1 TO WS-ADDR-MST-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE.

      *    The customer-keyed flat stores (id in 1-10), then the
      *    rolled audit segments oldest first and the live trail, so
      *    the audit lines read in the order they were written.
       BUILD-STORE-LIST.
           MOVE 0 TO WS-STORE-COUNT
           MOVE 'D' TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-POS
           MOVE 'name_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_status_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_aliases.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'clean_addresses.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_alternates.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'clean_contacts.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'contact_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_merge_archive.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE

           MOVE 'A' TO WS-ADD-KIND
           OPEN INPUT SEGMENT-INDEX-FILE
           IF WS-SIX-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SEGMENT-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF SEGMENT-INDEX-RECORD(1:60) NOT = SPACES
                               MOVE SEGMENT-INDEX-RECORD(1:60)
                                   TO WS-ADD-NAME
                               PERFORM ADD-ONE-STORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-INDEX-FILE
           END-IF
           MOVE WS-AUDIT-FILENAME(1:60) TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE.

       ADD-ONE-STORE.
           IF WS-STORE-COUNT >= WS-STORE-MAX
               DISPLAY "Store list full, not extracted: "
                   FUNCTION TRIM(WS-ADD-NAME)
               ADD 1 TO WS-STORE-ERROR-COUNT
           ELSE
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-ADD-NAME TO WS-STORE-NAME(WS-STORE-COUNT)
               MOVE WS-ADD-KIND TO WS-STORE-KIND(WS-STORE-COUNT)
               MOVE WS-ADD-POS TO WS-STORE-ID-POS(WS-STORE-COUNT)
               MOVE SPACE TO WS-STORE-STATE(WS-STORE-COUNT)
               MOVE 0 TO WS-STORE-LINES(WS-STORE-COUNT)
           END-IF.

       EXTRACT-ONE-STORE.
           MOVE SPACES TO WS-STORE-FILENAME
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
           OPEN INPUT STORE-FILE
           IF WS-STO-STAT NOT = "00"
               MOVE 'N' TO WS-STORE-STATE(WS-STORE-IDX)
               IF WS-STO-STAT NOT = "35"
                   MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM JUDGE-ONE-STORE-LINE
               END-READ
           END-PERFORM
           CLOSE STORE-FILE.

      *    Audit line: the id follows the run id, or sits at the
      *    older offset on lines from before the run id rode the
      *    trail (same rule FT-AUDITQ applies).
       JUDGE-ONE-STORE-LINE.
           IF WS-STORE-KIND(WS-STORE-IDX) = 'A'
               IF STORE-RECORD(28:4) = 'RUN='
                   MOVE STORE-RECORD(47:10) TO WS-LINE-CUST-ID
               ELSE
                   MOVE STORE-RECORD(28:10) TO WS-LINE-CUST-ID
               END-IF
           ELSE
               MOVE STORE-RECORD(WS-STORE-ID-POS(WS-STORE-IDX):10)
                   TO WS-LINE-CUST-ID
           END-IF
           PERFORM MATCH-HELD-CUSTOMER
           IF LINE-IS-HELD
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "LIN" TO EXTRACT-RECORD(1:3)
               MOVE WS-LINE-CUST-ID TO EXTRACT-RECORD(5:10)
               MOVE WS-STORE-NAME(WS-STORE-IDX)
                   TO EXTRACT-RECORD(16:60)
               MOVE STORE-RECORD TO EXTRACT-RECORD(77:624)
               PERFORM WRITE-SEALED-LINE
               ADD 1 TO WS-STORE-LINES(WS-STORE-IDX)
           END-IF.

      *    Fold the line into the seal, then write it.
       WRITE-SEALED-LINE.
           PERFORM FOLD-LINE-INTO-SEAL
           WRITE EXTRACT-RECORD
           IF WS-EXT-STAT = "00"
               ADD 1 TO WS-EXTRACT-COUNT
           ELSE
               DISPLAY "Write error on hold extract. STATUS="
                   WS-EXT-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           END-IF.

       FOLD-LINE-INTO-SEAL.
           MOVE SPACES TO WS-SEAL-WORK
           MOVE EXTRACT-RECORD(1:508) TO WS-SEAL-WORK(1:508)
           CALL 'AUDCHAIN' USING WS-SEAL-FUNC WS-EXTRACT-FILENAME
               WS-SEAL-HASH WS-SEAL-WORK
           MOVE SPACES TO WS-SEAL-WORK
           MOVE EXTRACT-RECORD(509:192) TO WS-SEAL-WORK(1:192)
           CALL 'AUDCHAIN' USING WS-SEAL-FUNC WS-EXTRACT-FILENAME
               WS-SEAL-HASH WS-SEAL-WORK.

       WRITE-SNAPSHOT-REPORT.
           MOVE WS-HELD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Customers held  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Stores read                        Lines extracted"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MASTER-FILENAME TO WS-STORE-FILENAME
           MOVE WS-MASTER-LINES TO WS-NUM-EDIT
           MOVE WS-MASTER-STATE TO WS-ADD-KIND
           PERFORM WRITE-ONE-STORE-LINE
           MOVE WS-ADDR-MASTER-FILENAME TO WS-STORE-FILENAME
           MOVE WS-ADDR-MST-LINES TO WS-NUM-EDIT
           MOVE WS-ADDR-MST-STATE TO WS-ADD-KIND
           PERFORM WRITE-ONE-STORE-LINE
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
               MOVE WS-STORE-LINES(WS-STORE-IDX) TO WS-NUM-EDIT
               MOVE WS-STORE-STATE(WS-STORE-IDX) TO WS-ADD-KIND
               PERFORM WRITE-ONE-STORE-LINE
           END-PERFORM
           MOVE WS-EXTRACT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Extract lines   : " WS-NUM-EDIT " plus TRL"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Seal            : " WS-SEAL-HASH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-STORE-ERROR-COUNT > 0
               MOVE WS-STORE-ERROR-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "STORE ERRORS    : " WS-NUM-EDIT
                       " - SNAPSHOT INCOMPLETE, RERUN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-ONE-STORE-LINE.
           MOVE SPACES TO REPORT-RECORD
           EVALUATE WS-ADD-KIND
               WHEN 'N'
                   STRING "  " WS-STORE-FILENAME(1:32) " not present"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN 'E'
                   STRING "  " WS-STORE-FILENAME(1:32)
                           " NOT READ - I/O ERROR"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN SPACE
                   STRING "  " WS-STORE-FILENAME(1:32) " not read"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING "  " WS-STORE-FILENAME(1:32) "  " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD.

      *    Refold every line before the TRL from a zero seed and
      *    compare count and seal with what the TRL says.
       VERIFY-EXTRACT-SEAL.
           MOVE SPACES TO REPORT-RECORD
           STRING "Extract         : "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STAT NOT = "00"
               DISPLAY "Failed to open hold extract. STATUS="
                   WS-EXT-STAT " FILE="
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
               MOVE "Extract not opened - nothing verified"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEAL-HASH
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE 'N' TO WS-TRL-SEEN-SW
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-TRL-SEEN-SW = 'Y'
      *                    Anything after the TRL is not under seal.
                           ADD 1 TO WS-EXTRACT-COUNT
                       ELSE
                           IF EXTRACT-RECORD(1:3) = "TRL"
                               MOVE 'Y' TO WS-TRL-SEEN-SW
                               MOVE EXTRACT-RECORD(5:9) TO WS-TRL-COUNT
                               MOVE EXTRACT-RECORD(15:18)
                                   TO WS-TRL-HASH
                           ELSE
                               PERFORM FOLD-LINE-INTO-SEAL
                               ADD 1 TO WS-EXTRACT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           EVALUATE TRUE
               WHEN WS-TRL-SEEN-SW NOT = 'Y'
                   MOVE "NOT VERIFIED - NO TRL LINE" TO WS-VERIFY-RESULT
               WHEN WS-EXTRACT-COUNT NOT = WS-TRL-COUNT
                   MOVE "NOT VERIFIED - LINE COUNT DIFFERS"
                       TO WS-VERIFY-RESULT
               WHEN WS-SEAL-HASH NOT = WS-TRL-HASH
                   MOVE "NOT VERIFIED - SEAL DIFFERS"
                       TO WS-VERIFY-RESULT
               WHEN OTHER
                   MOVE "VERIFIED" TO WS-VERIFY-RESULT
           END-EVALUATE
           MOVE WS-EXTRACT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Lines read      : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Seal on TRL     : " WS-TRL-HASH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Seal recomputed : " WS-SEAL-HASH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Result          : " WS-VERIFY-RESULT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "FT-LEGALHOLD: " FUNCTION TRIM(WS-EXTRACT-FILENAME)
               " " FUNCTION TRIM(WS-VERIFY-RESULT)
           IF WS-VERIFY-RESULT NOT = "VERIFIED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Byte-identical to name.cob's COMPUTE-MASTER-RELATIVE-KEY.
       COMPUTE-MASTER-RELATIVE-KEY.
           IF WS-KEYSPACE-LOADED-SW NOT = 'Y'
               CALL 'KEYSPACE' USING WS-MASTER-KEYSPACE
               MOVE 'Y' TO WS-KEYSPACE-LOADED-SW
           END-IF
           MOVE 0 TO WS-MASTER-RKEY
           IF WS-LOOKUP-CUST-ID IS NUMERIC
               COMPUTE WS-MASTER-RKEY = FUNCTION MOD(
                   FUNCTION NUMVAL(WS-LOOKUP-CUST-ID),
                   WS-MASTER-KEYSPACE)
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   COMPUTE WS-MASTER-RKEY = FUNCTION MOD(
                       (WS-MASTER-RKEY * 31) +
                       FUNCTION ORD(WS-LOOKUP-CUST-ID(IDX:1)),
                       WS-MASTER-KEYSPACE)
               END-PERFORM
           END-IF
           IF WS-MASTER-RKEY = 0
               MOVE 1 TO WS-MASTER-RKEY
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
                        WS-PARM-TOKEN-4 WS-PARM-TOKEN-5
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
                   WHEN WS-PARM-WORK(1:5) = 'MODE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(6:8))
                           TO WS-RUN-MODE
                   WHEN WS-PARM-WORK(1:7) = 'MATTER='
                       MOVE WS-PARM-WORK(8:20) TO WS-MATTER
                   WHEN WS-PARM-WORK(1:8) = 'EXTRACT='
                       MOVE WS-PARM-WORK(9:92) TO WS-EXTRACT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-LEGALHOLD.
