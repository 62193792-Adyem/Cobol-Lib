       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-TRANSFER.

      *    Company transfer and divestiture utility. When a block of
      *    customers moved from one sister company to another, or a
      *    company was sold, MASTER-COMPANY-CODE could only be acted
      *    on record by record through FT-NAME's transaction mode.
      *    This step takes either a list of customer ids (IDS=, one
      *    id in bytes 1-10 per line) or a whole company code (FROM=,
      *    a blank code on the master reading as the default
      *    partition 01; given with IDS=, only the listed ids in that
      *    company), and does one of two things, by MODE=:
      *      MODE=REASSIGN moves the customers to company TO=:
      *        - rewrites MASTER-COMPANY-CODE on each name master
      *          record, journaled as a change (action C, both
      *          images) so FT-NAMEMNT MODE=ROLLFWD replays it;
      *        - the address master, the consent ledger and the
      *          household file carry no company code of their own
      *          -- every reader takes the company from the name
      *          master by customer id -- so they move with it; the
      *          report reconciles their counts to show nothing in
      *          them was lost;
      *        - a household left with members in two companies is
      *          split: its household_suppress.txt and
      *          household_addressee.txt lines go, so each company
      *          mails its own member rather than suppressing one in
      *          favor of a piece the other company sends. The
      *          household master keeps the linkage until the next
      *          FT-HHOLD run.
      *      MODE=DIVEST hands the customers over and purges them:
      *        - writes a self-contained handover set in the suite's
      *          own layouts, each file named PREFIX= (default
      *          divest_<run id>_) plus the store's name: the name
      *          and address master records as FT-NAMEMNT UNLOAD
      *          lays them out (<prefix>name_master_unload.txt,
      *          <prefix>address_master_unload.txt), clean names
      *          (with its own HDR and a TRL counting what was
      *          handed over), clean and alternate addresses and
      *          contacts, the consent ledger, alternate names,
      *          and the name, status, address and contact change
      *          histories;
      *        - deletes the master records, journaling each as a
      *          delete (action D, before image) so ROLLFWD never
      *          brings the customer back;
      *        - drops the customers' lines from those stores and
      *          from the derived stores that name them (household
      *          files, joint links, salutations, the CRM extract,
      *          the search and reverse-lookup indexes, the golden
      *          record, data-quality, channel and review files),
      *          each rewritten through a .new working copy and
      *          renamed into place, and splits the households they
      *          leave behind as above. clean_names.txt and the
      *          golden record get their TRLs recounted. The audit
      *          trail, the master journal and backup, the merge
      *          archive and the retained generations are this
      *          company's own records and are left for the
      *          retention schedule.
      *    Either way each customer gets an audit trail line tagged
      *    with the old company and the new one (or DIVESTED) and
      *    the operator (OPERATOR=), and the report (REPORT=, default
      *    company_transfer_report.txt) reconciles every store:
      *    lines before, lines for the customers, lines handed over,
      *    lines removed and lines after, re-read from the rewritten
      *    file, with a check that they add up -- and the name master
      *    per company, before, moved out, moved in and after.
      *    A customer under a legal hold in force (LEGALHLD,
      *    legal_holds.txt) is neither reassigned nor divested -- a
      *    move out of a held company would slip the hold -- and is
      *    listed REFUSED with the matter. Return code 4 when a
      *    listed id is not on the master, 8 when any customer was
      *    refused, a store did not reconcile or could not be
      *    rewritten, 12 when the parameters do not say what to do.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRANSFER-IDS-FILE ASSIGN TO DYNAMIC WS-IDS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDS-STAT.
      *    One flat store at a time, rewritten through its .new
      *    working copy.
           SELECT STORE-FILE ASSIGN TO DYNAMIC WS-STORE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STAT.
           SELECT STORE-NEW-FILE ASSIGN TO DYNAMIC
               WS-STORE-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STN-STAT.
      *    One handover file at a time, in the layout of the store it
      *    came from.
           SELECT HANDOVER-FILE ASSIGN TO DYNAMIC WS-HANDOVER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HND-STAT.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

       FD  TRANSFER-IDS-FILE.
       01  TRANSFER-IDS-RECORD      PIC X(80).

      *    Wide enough for the widest store (the 750-byte golden
      *    record); shorter lines read back space-padded.
       FD  STORE-FILE.
       01  STORE-RECORD             PIC X(750).

       FD  STORE-NEW-FILE.
       01  STORE-NEW-RECORD         PIC X(750).

       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD          PIC X(750).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-IDS-STAT      PIC XX VALUE SPACES.
       77  WS-STO-STAT      PIC XX VALUE SPACES.
       77  WS-STN-STAT      PIC XX VALUE SPACES.
       77  WS-HND-STAT      PIC XX VALUE SPACES.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-IDS-FILENAME      PIC X(100) VALUE SPACES.
       01  WS-STORE-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-STORE-NEW-FILENAME PIC X(100) VALUE SPACES.
       01  WS-HANDOVER-FILENAME PIC X(100) VALUE SPACES.
       01  WS-HANDOVER-PREFIX   PIC X(60) VALUE SPACES.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'company_transfer_report.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'UNSIGNED'.
       01  WS-AUDIT-TIMESTAMP   PIC X(26) VALUE SPACES.
       01  WS-AUDIT-CHAIN-FUNC  PIC X VALUE SPACE.
       01  WS-AUDIT-CHAIN-HASH  PIC X(18) VALUE ZEROS.
       01  WS-AUDIT-LINE-COUNT  PIC 9(9) VALUE 0.
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-MODE          PIC X(8) VALUE SPACES.
           88  MODE-REASSIGN        VALUE 'REASSIGN'.
           88  MODE-DIVEST          VALUE 'DIVEST'.
       01  WS-FROM-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-TO-COMPANY        PIC X(2) VALUE SPACES.
       01  WS-RECORD-COMPANY    PIC X(2) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-EDIT-2        PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-EDIT-3        PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-EDIT-4        PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-EDIT-5        PIC ZZZ,ZZZ,ZZ9.

      *    The listed ids (IDS=), each marked once found on the
      *    master.
       01  WS-REQ-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-REQ-MAX           PIC 9(5) COMP VALUE 20000.
       01  WS-REQ-IDX           PIC 9(5) COMP VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 20000 TIMES.
               10  WS-REQ-CUST-ID   PIC X(10).
               10  WS-REQ-FOUND-SW  PIC X(1).
       01  WS-REQ-HIT-SW        PIC X VALUE 'N'.
           88  ID-IS-LISTED         VALUE 'Y'.
       01  WS-IDS-NOT-FOUND     PIC 9(9) VALUE 0.

      *    The customers this run moves, with the company each was
      *    in when selected.
       01  WS-SEL-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-SEL-MAX           PIC 9(5) COMP VALUE 20000.
       01  WS-SEL-IDX           PIC 9(5) COMP VALUE 0.
       01  WS-KEEP-IDX          PIC 9(5) COMP VALUE 0.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 20000 TIMES.
               10  WS-SEL-CUST-ID   PIC X(10).
               10  WS-SEL-OLD-CO    PIC X(2).
       01  WS-SEL-OVERFLOW-SW   PIC X VALUE 'N'.
       01  WS-ALREADY-IN-CO     PIC 9(9) VALUE 0.
       01  WS-MOVED-COUNT       PIC 9(9) VALUE 0.

      *    Customers refused under legal hold.
       01  WS-HOLD-FUNC         PIC X VALUE SPACE.
       01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER       PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW           PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD     VALUE 'Y'.
       01  WS-HELD-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 1000 TIMES.
               10  WS-HELD-CUST-ID  PIC X(10).
               10  WS-HELD-MATTER   PIC X(20).

      *    Name master record counts per company, before and after.
       01  WS-CO-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CO-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES.
               10  WS-CO-CODE       PIC X(2).
               10  WS-CO-BEFORE     PIC 9(9).
               10  WS-CO-OUT        PIC 9(9).
               10  WS-CO-IN         PIC 9(9).
               10  WS-CO-AFTER      PIC 9(9).
       01  WS-COUNT-PHASE       PIC X VALUE 'B'.
           88  COUNTING-BEFORE      VALUE 'B'.
       01  WS-MASTER-BEFORE     PIC 9(9) VALUE 0.
       01  WS-MASTER-AFTER      PIC 9(9) VALUE 0.
       01  WS-MASTER-REMOVED    PIC 9(9) VALUE 0.
       01  WS-MASTER-HANDED     PIC 9(9) VALUE 0.

       01  WS-AMS-BEFORE        PIC 9(9) VALUE 0.
       01  WS-AMS-AFTER         PIC 9(9) VALUE 0.
       01  WS-AMS-SEL-BEFORE    PIC 9(9) VALUE 0.
       01  WS-AMS-SEL-AFTER     PIC 9(9) VALUE 0.
       01  WS-AMS-REMOVED       PIC 9(9) VALUE 0.
       01  WS-AMS-HANDED        PIC 9(9) VALUE 0.
       01  WS-AMS-STATE         PIC X VALUE 'Y'.

      *    Households holding at least one moved customer; SPLIT
      *    when another member stays behind in a different company.
       01  WS-HH-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-HH-MAX            PIC 9(4) COMP VALUE 5000.
       01  WS-HH-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-HH-TABLE.
           05  WS-HH-ENTRY OCCURS 5000 TIMES.
               10  WS-HH-KEY        PIC X(10).
               10  WS-HH-SPLIT-SW   PIC X(1).
       01  WS-HH-SPLIT-COUNT    PIC 9(9) VALUE 0.
       01  WS-LINE-KEY          PIC X(10) VALUE SPACES.
       01  WS-KEY-SPLIT-SW      PIC X VALUE 'N'.
           88  KEY-IS-SPLIT         VALUE 'Y'.

      *    Every flat store, in report order. Kind D is a customer-
      *    keyed store, C the same with HDR/TRL control records, H a
      *    household file whose lines also go when their household
      *    (KEY-POS) is split. The id sits at ID-POS-1 (and, for
      *    two-sided files, ID-POS-2). HANDOVER Y: copied to the
      *    handover set by a divestiture. State: blank not yet
      *    visited, Y processed, N not present, E left untouched
      *    after an I/O error.
       01  WS-STORE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-STORE-MAX         PIC 9(4) COMP VALUE 50.
       01  WS-STORE-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 50 TIMES.
               10  WS-STORE-NAME    PIC X(60).
               10  WS-STORE-KIND    PIC X(1).
               10  WS-STORE-ID-POS-1 PIC 9(3).
               10  WS-STORE-ID-POS-2 PIC 9(3).
               10  WS-STORE-KEY-POS PIC 9(3).
               10  WS-STORE-HANDOVER PIC X(1).
               10  WS-STORE-STATE   PIC X(1).
               10  WS-STORE-BEFORE  PIC 9(9).
               10  WS-STORE-SEL-BEFORE PIC 9(9).
               10  WS-STORE-HANDED  PIC 9(9).
               10  WS-STORE-REMOVED PIC 9(9).
               10  WS-STORE-AFTER   PIC 9(9).
               10  WS-STORE-SEL-AFTER PIC 9(9).
       01  WS-ADD-NAME          PIC X(60) VALUE SPACES.
       01  WS-ADD-KIND          PIC X(1) VALUE SPACES.
       01  WS-ADD-POS-1         PIC 9(3) VALUE 0.
       01  WS-ADD-POS-2         PIC 9(3) VALUE 0.
       01  WS-ADD-KEY-POS       PIC 9(3) VALUE 0.
       01  WS-ADD-HANDOVER      PIC X(1) VALUE 'N'.

       01  WS-LINE-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-LINE-HIT-SW       PIC X VALUE 'N'.
           88  LINE-IS-SELECTED     VALUE 'Y'.
       01  WS-REWRITE-SW        PIC X VALUE 'N'.
           88  STORE-IS-REWRITTEN   VALUE 'Y'.
       01  WS-HANDOVER-OPEN-SW  PIC X VALUE 'N'.
           88  HANDOVER-IS-OPEN     VALUE 'Y'.
       01  WS-WRITE-FAIL-SW     PIC X VALUE 'N'.
       01  WS-TRL-SEEN-SW       PIC X VALUE 'N'.
       01  WS-KEPT-DATA-LINES   PIC 9(9) VALUE 0.
       01  WS-HANDED-DATA-LINES PIC 9(9) VALUE 0.
       01  WS-TRL-COUNT         PIC 9(9) VALUE 0.
       01  WS-STORE-ERROR-COUNT PIC 9(9) VALUE 0.
       01  WS-MISMATCH-COUNT    PIC 9(9) VALUE 0.
       01  WS-CHECK-TEXT        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           IF NOT MODE-REASSIGN AND NOT MODE-DIVEST
               DISPLAY "FT-TRANSFER: supply MODE=REASSIGN or "
                   "MODE=DIVEST"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IDS-FILENAME = SPACES AND WS-FROM-COMPANY = SPACES
               DISPLAY "FT-TRANSFER: supply IDS= or FROM= to say "
                   "which customers move"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF MODE-REASSIGN AND WS-TO-COMPANY = SPACES
               DISPLAY "FT-TRANSFER: MODE=REASSIGN requires TO="
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF MODE-REASSIGN AND WS-TO-COMPANY = WS-FROM-COMPANY
               DISPLAY "FT-TRANSFER: FROM= and TO= are the same "
                   "company - nothing to move"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-HANDOVER-PREFIX = SPACES
               STRING "divest_" WS-RUN-ID "_"
                   DELIMITED BY SIZE INTO WS-HANDOVER-PREFIX
               END-STRING
           END-IF

           IF WS-IDS-FILENAME NOT = SPACES
               PERFORM LOAD-TRANSFER-ID-LIST
           END-IF
           MOVE 'B' TO WS-COUNT-PHASE
           PERFORM SCAN-NAME-MASTER
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "FT-TRANSFER: name master not opened. STATUS="
                   WS-MASTER-STAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCREEN-LEGAL-HOLDS
           PERFORM BUILD-STORE-LIST
           PERFORM COUNT-ADDRESS-MASTER
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM COUNT-ONE-STORE
           END-PERFORM

           IF WS-SEL-COUNT > 0
               PERFORM FIND-SPLIT-HOUSEHOLDS
               IF MODE-REASSIGN
                   PERFORM REASSIGN-NAME-MASTER
               ELSE
                   PERFORM DIVEST-NAME-MASTER
                   PERFORM DIVEST-ADDRESS-MASTER
               END-IF
               PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   PERFORM PROCESS-ONE-STORE
               END-PERFORM
               PERFORM WRITE-TRANSFER-AUDIT-LINES
           END-IF

           MOVE 'A' TO WS-COUNT-PHASE
           PERFORM SCAN-NAME-MASTER
           PERFORM COUNT-ADDRESS-MASTER
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM COUNT-ONE-STORE
           END-PERFORM

           PERFORM WRITE-TRANSFER-REPORT
           DISPLAY "FT-TRANSFER: " FUNCTION TRIM(WS-RUN-MODE)
               " moved=" WS-MOVED-COUNT
               " not-found=" WS-IDS-NOT-FOUND
               " legal-hold=" WS-HELD-COUNT
               " split-households=" WS-HH-SPLIT-COUNT
               " mismatches=" WS-MISMATCH-COUNT
           EVALUATE TRUE
               WHEN WS-STORE-ERROR-COUNT > 0
                       OR WS-MISMATCH-COUNT > 0
                       OR WS-HELD-COUNT > 0
                       OR WS-SEL-OVERFLOW-SW = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IDS-NOT-FOUND > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-TRANSFER-ID-LIST.
           MOVE 0 TO WS-REQ-COUNT
           OPEN INPUT TRANSFER-IDS-FILE
           IF WS-IDS-STAT NOT = "00"
               DISPLAY "Failed to open transfer id list. STATUS="
                   WS-IDS-STAT " FILE="
                   FUNCTION TRIM(WS-IDS-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ TRANSFER-IDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TRANSFER-IDS-RECORD(1:10) NOT = SPACES
                               AND TRANSFER-IDS-RECORD(1:1) NOT = '*'
                           IF WS-REQ-COUNT >= WS-REQ-MAX
                               DISPLAY "Transfer id list full at "
                                   WS-REQ-MAX " - rest not read"
                               MOVE 'Y' TO WS-SEL-OVERFLOW-SW
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-REQ-COUNT
                               MOVE TRANSFER-IDS-RECORD(1:10)
                                   TO WS-REQ-CUST-ID(WS-REQ-COUNT)
                               MOVE 'N' TO WS-REQ-FOUND-SW(WS-REQ-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-IDS-FILE.

      *    Front to back through the master, tallying each company;
      *    on the first pass also picking the customers that move.
       SCAN-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE
           MOVE "00" TO WS-MASTER-STAT
           IF COUNTING-BEFORE
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-FOUND-SW(WS-REQ-IDX) = 'N'
                       ADD 1 TO WS-IDS-NOT-FOUND
                       DISPLAY "Not on name master: "
                           WS-REQ-CUST-ID(WS-REQ-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-ONE-MASTER-RECORD.
           MOVE MASTER-COMPANY-CODE TO WS-RECORD-COMPANY
           IF WS-RECORD-COMPANY = SPACES
               MOVE '01' TO WS-RECORD-COMPANY
           END-IF
           PERFORM FIND-COMPANY-SLOT
           IF COUNTING-BEFORE
               ADD 1 TO WS-MASTER-BEFORE
               IF WS-CO-IDX > 0
                   ADD 1 TO WS-CO-BEFORE(WS-CO-IDX)
               END-IF
               PERFORM SELECT-ONE-MASTER-RECORD
           ELSE
               ADD 1 TO WS-MASTER-AFTER
               IF WS-CO-IDX > 0
                   ADD 1 TO WS-CO-AFTER(WS-CO-IDX)
               END-IF
           END-IF.

      *    FROM= alone takes the whole company; IDS= alone takes the
      *    listed ids wherever they are; both take the listed ids
      *    that are in that company.
       SELECT-ONE-MASTER-RECORD.
           IF WS-FROM-COMPANY NOT = SPACES
                   AND WS-RECORD-COMPANY NOT = WS-FROM-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COUNT > 0 OR WS-IDS-FILENAME NOT = SPACES
               MOVE 'N' TO WS-REQ-HIT-SW
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF MASTER-CUST-ID = WS-REQ-CUST-ID(WS-REQ-IDX)
                       MOVE 'Y' TO WS-REQ-HIT-SW
                       MOVE 'Y' TO WS-REQ-FOUND-SW(WS-REQ-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT ID-IS-LISTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MODE-REASSIGN AND WS-RECORD-COMPANY = WS-TO-COMPANY
               ADD 1 TO WS-ALREADY-IN-CO
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-COUNT >= WS-SEL-MAX
               IF WS-SEL-OVERFLOW-SW NOT = 'Y'
                   DISPLAY "FT-TRANSFER: customer table full at "
                       WS-SEL-MAX " - rerun for the rest"
                   MOVE 'Y' TO WS-SEL-OVERFLOW-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE MASTER-CUST-ID TO WS-SEL-CUST-ID(WS-SEL-COUNT)
           MOVE WS-RECORD-COMPANY TO WS-SEL-OLD-CO(WS-SEL-COUNT).

       FIND-COMPANY-SLOT.
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CO-COUNT
               IF WS-CO-CODE(IDX) = WS-RECORD-COMPANY
                   MOVE IDX TO WS-CO-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-IDX = 0 AND WS-CO-COUNT < 50
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-IDX
               MOVE WS-RECORD-COMPANY TO WS-CO-CODE(WS-CO-IDX)
               MOVE 0 TO WS-CO-BEFORE(WS-CO-IDX) WS-CO-OUT(WS-CO-IDX)
                   WS-CO-IN(WS-CO-IDX) WS-CO-AFTER(WS-CO-IDX)
           END-IF.

      *    Ask LEGALHLD about every selected customer, passing the
      *    company it was selected in, and close the table up over
      *    the held ones.
       SCREEN-LEGAL-HOLDS.
           MOVE 0 TO WS-KEEP-IDX
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-OLD-CO(WS-SEL-IDX) TO WS-HOLD-COMPANY
               MOVE 'C' TO WS-HOLD-FUNC
               CALL 'LEGALHLD' USING WS-HOLD-FUNC
                   WS-SEL-CUST-ID(WS-SEL-IDX) WS-HOLD-COMPANY
                   WS-HOLD-MATTER WS-HOLD-SW
               IF CUSTOMER-IS-HELD AND WS-HELD-COUNT < 1000
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-SEL-CUST-ID(WS-SEL-IDX)
                       TO WS-HELD-CUST-ID(WS-HELD-COUNT)
                   MOVE WS-HOLD-MATTER TO WS-HELD-MATTER(WS-HELD-COUNT)
                   DISPLAY "Legal hold - " WS-SEL-CUST-ID(WS-SEL-IDX)
                       " not moved, matter " WS-HOLD-MATTER
               ELSE
                   IF CUSTOMER-IS-HELD
                       DISPLAY "Legal hold - "
                           WS-SEL-CUST-ID(WS-SEL-IDX)
                           " not moved, refusal list full"
                   ELSE
                       ADD 1 TO WS-KEEP-IDX
                       MOVE WS-SEL-ENTRY(WS-SEL-IDX)
                           TO WS-SEL-ENTRY(WS-KEEP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEEP-IDX TO WS-SEL-COUNT
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-LOOKUP-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW.

       BUILD-STORE-LIST.
           MOVE 0 TO WS-STORE-COUNT
           MOVE 0 TO WS-ADD-POS-2 WS-ADD-KEY-POS
           MOVE 1 TO WS-ADD-POS-1
           MOVE 'Y' TO WS-ADD-HANDOVER
           MOVE 'C' TO WS-ADD-KIND
           MOVE 'clean_names.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
           MOVE 'clean_addresses.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_alternates.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'clean_contacts.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'consent_ledger.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_aliases.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_status_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'contact_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE

      *    Derived stores: purged by a divestiture, never handed over.
           MOVE 'N' TO WS-ADD-HANDOVER
      *    Household master: household key 1-10, member id 12-21.
           MOVE 'household_master.txt' TO WS-ADD-NAME
           MOVE 12 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Suppression feed: id 1-10, household key 12-21.
           MOVE 'H' TO WS-ADD-KIND
           MOVE 'household_suppress.txt' TO WS-ADD-NAME
           MOVE 1 TO WS-ADD-POS-1
           MOVE 12 TO WS-ADD-KEY-POS
           PERFORM ADD-ONE-STORE
      *    Addressee lines: head id 1-10, household key 12-21, second
      *    member id 259-268.
           MOVE 'household_addressee.txt' TO WS-ADD-NAME
           MOVE 259 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
           MOVE 0 TO WS-ADD-KEY-POS
      *    Joint links: primary 1-10, secondary 12-21.
           MOVE 'name_joint_links.txt' TO WS-ADD-NAME
           MOVE 12 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 0 TO WS-ADD-POS-2
           MOVE 'salutations.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'customer_name_extract.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
      *    The golden record carries HDR/TRL like clean names.
           MOVE 'C' TO WS-ADD-KIND
           MOVE 'customer_golden_record.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
           MOVE 'dq_scores.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'dq_worst_list.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'channel_strategy.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'channel_unreachable_rpt.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'identity_risk_review.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_status_rejects.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'crm_reject_worklist.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
      *    Search index id 41-50; reverse-lookup indexes 84-93
      *    (contact) and 79-88 (address).
           MOVE 'name_search.idx' TO WS-ADD-NAME
           MOVE 41 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 'contact_search.idx' TO WS-ADD-NAME
           MOVE 84 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 'address_search.idx' TO WS-ADD-NAME
           MOVE 79 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE.

       ADD-ONE-STORE.
           IF WS-STORE-COUNT < WS-STORE-MAX
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-ADD-NAME TO WS-STORE-NAME(WS-STORE-COUNT)
               MOVE WS-ADD-KIND TO WS-STORE-KIND(WS-STORE-COUNT)
               MOVE WS-ADD-POS-1 TO WS-STORE-ID-POS-1(WS-STORE-COUNT)
               MOVE WS-ADD-POS-2 TO WS-STORE-ID-POS-2(WS-STORE-COUNT)
               MOVE WS-ADD-KEY-POS TO WS-STORE-KEY-POS(WS-STORE-COUNT)
               MOVE WS-ADD-HANDOVER
                   TO WS-STORE-HANDOVER(WS-STORE-COUNT)
               MOVE SPACE TO WS-STORE-STATE(WS-STORE-COUNT)
               MOVE 0 TO WS-STORE-BEFORE(WS-STORE-COUNT)
                   WS-STORE-SEL-BEFORE(WS-STORE-COUNT)
                   WS-STORE-HANDED(WS-STORE-COUNT)
                   WS-STORE-REMOVED(WS-STORE-COUNT)
                   WS-STORE-AFTER(WS-STORE-COUNT)
                   WS-STORE-SEL-AFTER(WS-STORE-COUNT)
           END-IF.

      *    Lines in the store, and lines naming a moved customer,
      *    before or after the run.
       COUNT-ONE-STORE.
           MOVE SPACES TO WS-STORE-FILENAME
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
           OPEN INPUT STORE-FILE
           IF WS-STO-STAT NOT = "00"
               IF COUNTING-BEFORE
                   MOVE 'N' TO WS-STORE-STATE(WS-STORE-IDX)
                   IF WS-STO-STAT NOT = "35"
                       MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
                       ADD 1 TO WS-STORE-ERROR-COUNT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM MATCH-STORE-LINE
                       IF COUNTING-BEFORE
                           ADD 1 TO WS-STORE-BEFORE(WS-STORE-IDX)
                           IF LINE-IS-SELECTED
                               ADD 1
                                   TO WS-STORE-SEL-BEFORE(WS-STORE-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-STORE-AFTER(WS-STORE-IDX)
                           IF LINE-IS-SELECTED
                               ADD 1
                                   TO WS-STORE-SEL-AFTER(WS-STORE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-FILE.

       MATCH-STORE-LINE.
           MOVE STORE-RECORD(WS-STORE-ID-POS-1(WS-STORE-IDX):10)
               TO WS-LINE-CUST-ID
           PERFORM MATCH-SELECTED-CUSTOMER
           IF NOT LINE-IS-SELECTED AND
                   WS-STORE-ID-POS-2(WS-STORE-IDX) > 0
               MOVE STORE-RECORD(WS-STORE-ID-POS-2(WS-STORE-IDX):10)
                   TO WS-LINE-CUST-ID
               PERFORM MATCH-SELECTED-CUSTOMER
           END-IF.

       MATCH-SELECTED-CUSTOMER.
           MOVE 'N' TO WS-LINE-HIT-SW
           IF WS-LINE-CUST-ID NOT = SPACES
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   IF WS-LINE-CUST-ID = WS-SEL-CUST-ID(WS-SEL-IDX)
                       MOVE 'Y' TO WS-LINE-HIT-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Address master: every record, and the moved customers'
      *    records by keyed read (a slot held by a different id is a
      *    fold neighbor).
       COUNT-ADDRESS-MASTER.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               IF COUNTING-BEFORE
                   MOVE 'N' TO WS-AMS-STATE
                   IF WS-AMS-STAT NOT = "35"
                       MOVE 'E' TO WS-AMS-STATE
                       ADD 1 TO WS-STORE-ERROR-COUNT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ADDRESS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF COUNTING-BEFORE
                           ADD 1 TO WS-AMS-BEFORE
                       ELSE
                           ADD 1 TO WS-AMS-AFTER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-CUST-ID(WS-SEL-IDX) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           IF COUNTING-BEFORE
                               ADD 1 TO WS-AMS-SEL-BEFORE
                           ELSE
                               ADD 1 TO WS-AMS-SEL-AFTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE.

      *    Households holding a moved customer, then whether anyone
      *    stays behind: in a divestiture any member not leaving, in
      *    a reassignment a member whose company is not TO=.
       FIND-SPLIT-HOUSEHOLDS.
           MOVE 0 TO WS-HH-COUNT
           MOVE SPACES TO WS-STORE-FILENAME
           MOVE 'household_master.txt' TO WS-STORE-FILENAME
           OPEN INPUT STORE-FILE
           IF WS-STO-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE STORE-RECORD(12:10) TO WS-LINE-CUST-ID
                       PERFORM MATCH-SELECTED-CUSTOMER
                       IF LINE-IS-SELECTED
                           MOVE STORE-RECORD(1:10) TO WS-LINE-KEY
                           PERFORM NOTE-MOVED-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-FILE
           IF WS-HH-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF MODE-REASSIGN
               OPEN INPUT NAME-MASTER-FILE
           END-IF
           OPEN INPUT STORE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE STORE-RECORD(1:10) TO WS-LINE-KEY
                       PERFORM FIND-HOUSEHOLD-KEY
                       IF WS-HH-IDX > 0
                           PERFORM JUDGE-STAYING-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-FILE
           IF MODE-REASSIGN
               CLOSE NAME-MASTER-FILE
           END-IF
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               IF WS-HH-SPLIT-SW(WS-HH-IDX) = 'Y'
                   ADD 1 TO WS-HH-SPLIT-COUNT
               END-IF
           END-PERFORM.

       NOTE-MOVED-HOUSEHOLD.
           PERFORM FIND-HOUSEHOLD-KEY
           IF WS-HH-IDX = 0
               IF WS-HH-COUNT < WS-HH-MAX
                   ADD 1 TO WS-HH-COUNT
                   MOVE WS-LINE-KEY TO WS-HH-KEY(WS-HH-COUNT)
                   MOVE 'N' TO WS-HH-SPLIT-SW(WS-HH-COUNT)
               ELSE
                   DISPLAY "Household table full - household "
                       WS-LINE-KEY " not checked for a split"
               END-IF
           END-IF.

       FIND-HOUSEHOLD-KEY.
           MOVE 0 TO WS-HH-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-HH-COUNT
               IF WS-HH-KEY(IDX) = WS-LINE-KEY
                   MOVE IDX TO WS-HH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       JUDGE-STAYING-MEMBER.
           MOVE STORE-RECORD(12:10) TO WS-LINE-CUST-ID
           PERFORM MATCH-SELECTED-CUSTOMER
           IF LINE-IS-SELECTED
               EXIT PARAGRAPH
           END-IF
           IF MODE-DIVEST
               MOVE 'Y' TO WS-HH-SPLIT-SW(WS-HH-IDX)
               EXIT PARAGRAPH
           END-IF
      *    A member not on the master cannot be mailed by anyone, so
      *    it does not split the household.
           MOVE WS-LINE-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                       MOVE MASTER-COMPANY-CODE TO WS-RECORD-COMPANY
                       IF WS-RECORD-COMPANY = SPACES
                           MOVE '01' TO WS-RECORD-COMPANY
                       END-IF
                       IF WS-RECORD-COMPANY NOT = WS-TO-COMPANY
                           MOVE 'Y' TO WS-HH-SPLIT-SW(WS-HH-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Keyed rewrite of each moved customer's company code.
       REASSIGN-NAME-MASTER.
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Name master not opened for update. STATUS="
                   WS-MASTER-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-CUST-ID(WS-SEL-IDX) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           PERFORM REASSIGN-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL.

       REASSIGN-ONE-MASTER-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'C' TO JRNL-ACTION
           MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
           MOVE WS-TO-COMPANY TO MASTER-COMPANY-CODE
           REWRITE MASTER-RECORD
           END-REWRITE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Rewrite failed for id " WS-LOOKUP-CUST-ID
                   " STATUS=" WS-MASTER-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           ELSE
               MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
               ADD 1 TO WS-MOVED-COUNT
               MOVE WS-SEL-OLD-CO(WS-SEL-IDX) TO WS-RECORD-COMPANY
               PERFORM FIND-COMPANY-SLOT
               IF WS-CO-IDX > 0
                   ADD 1 TO WS-CO-OUT(WS-CO-IDX)
               END-IF
               MOVE WS-TO-COMPANY TO WS-RECORD-COMPANY
               PERFORM FIND-COMPANY-SLOT
               IF WS-CO-IDX > 0
                   ADD 1 TO WS-CO-IN(WS-CO-IDX)
               END-IF
           END-IF.

      *    Each record goes to the handover unload, in FT-NAMEMNT
      *    UNLOAD's layout, before it is deleted -- a record that
      *    cannot be handed over is not deleted.
       DIVEST-NAME-MASTER.
           MOVE SPACES TO WS-HANDOVER-FILENAME
           STRING FUNCTION TRIM(WS-HANDOVER-PREFIX)
                   "name_master_unload.txt"
               DELIMITED BY SIZE INTO WS-HANDOVER-FILENAME
           END-STRING
           OPEN OUTPUT HANDOVER-FILE
           IF WS-HND-STAT NOT = "00"
               DISPLAY "Failed to open handover file. STATUS="
                   WS-HND-STAT " FILE="
                   FUNCTION TRIM(WS-HANDOVER-FILENAME)
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Name master not opened for update. STATUS="
                   WS-MASTER-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               CLOSE HANDOVER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-CUST-ID(WS-SEL-IDX) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           PERFORM DIVEST-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE
           CLOSE HANDOVER-FILE
           PERFORM CLOSE-MASTER-JOURNAL.

       DIVEST-ONE-MASTER-RECORD.
           MOVE SPACES TO HANDOVER-RECORD
           MOVE MASTER-RECORD TO HANDOVER-RECORD(1:281)
           WRITE HANDOVER-RECORD
           IF WS-HND-STAT NOT = "00"
               DISPLAY "Write error on handover unload, id "
                   WS-LOOKUP-CUST-ID " kept. STATUS=" WS-HND-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MASTER-HANDED
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'D' TO JRNL-ACTION
           MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
           DELETE NAME-MASTER-FILE RECORD
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Delete failed for id " WS-LOOKUP-CUST-ID
                   " STATUS=" WS-MASTER-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           ELSE
               PERFORM JOURNAL-MASTER-CHANGE
               ADD 1 TO WS-MASTER-REMOVED
               ADD 1 TO WS-MOVED-COUNT
               MOVE WS-SEL-OLD-CO(WS-SEL-IDX) TO WS-RECORD-COMPANY
               PERFORM FIND-COMPANY-SLOT
               IF WS-CO-IDX > 0
                   ADD 1 TO WS-CO-OUT(WS-CO-IDX)
               END-IF
           END-IF.

       DIVEST-ADDRESS-MASTER.
           IF WS-AMS-STATE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HANDOVER-FILENAME
           STRING FUNCTION TRIM(WS-HANDOVER-PREFIX)
                   "address_master_unload.txt"
               DELIMITED BY SIZE INTO WS-HANDOVER-FILENAME
           END-STRING
           OPEN OUTPUT HANDOVER-FILE
           IF WS-HND-STAT NOT = "00"
               DISPLAY "Failed to open handover file. STATUS="
                   WS-HND-STAT " FILE="
                   FUNCTION TRIM(WS-HANDOVER-FILENAME)
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               DISPLAY "Address master not opened for update. STATUS="
                   WS-AMS-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               CLOSE HANDOVER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-CUST-ID(WS-SEL-IDX) TO WS-LOOKUP-CUST-ID
               PERFORM COMPUTE-MASTER-RELATIVE-KEY
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           PERFORM DIVEST-ONE-ADDRESS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE
           CLOSE HANDOVER-FILE.

       DIVEST-ONE-ADDRESS-RECORD.
           MOVE SPACES TO HANDOVER-RECORD
           MOVE ADDR-MASTER-RECORD TO HANDOVER-RECORD(1:270)
           WRITE HANDOVER-RECORD
           IF WS-HND-STAT NOT = "00"
               DISPLAY "Write error on handover unload, id "
                   WS-LOOKUP-CUST-ID " kept. STATUS=" WS-HND-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AMS-HANDED
           DELETE ADDRESS-MASTER-FILE RECORD
           IF WS-AMS-STAT = "00"
               ADD 1 TO WS-AMS-REMOVED
           ELSE
               DISPLAY "Address delete failed for "
                   WS-LOOKUP-CUST-ID " STATUS=" WS-AMS-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           END-IF.

      *    Copy one store to its working copy. A divestiture sends
      *    the moved customers' lines to the handover file instead;
      *    either mode drops the lines of a split household from the
      *    household files. The working copy replaces the live file
      *    only when something changed and every write landed.
       PROCESS-ONE-STORE.
           IF WS-STORE-STATE(WS-STORE-IDX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REWRITE-SW
           IF MODE-DIVEST
               MOVE 'Y' TO WS-REWRITE-SW
           END-IF
           IF WS-STORE-KIND(WS-STORE-IDX) = 'H' AND
                   WS-HH-SPLIT-COUNT > 0
               MOVE 'Y' TO WS-REWRITE-SW
           END-IF
           IF NOT STORE-IS-REWRITTEN
               MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STORE-FILENAME WS-STORE-NEW-FILENAME
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
           STRING FUNCTION TRIM(WS-STORE-FILENAME) ".new"
               DELIMITED BY SIZE INTO WS-STORE-NEW-FILENAME
           END-STRING
           MOVE 'N' TO WS-WRITE-FAIL-SW WS-TRL-SEEN-SW
           MOVE 'N' TO WS-HANDOVER-OPEN-SW
           MOVE 0 TO WS-KEPT-DATA-LINES WS-HANDED-DATA-LINES

           OPEN INPUT STORE-FILE
           IF WS-STO-STAT NOT = "00"
               MOVE 'N' TO WS-STORE-STATE(WS-STORE-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STORE-NEW-FILE
           IF WS-STN-STAT NOT = "00"
               DISPLAY "Failed to open working copy. STATUS="
                   WS-STN-STAT " FILE="
                   FUNCTION TRIM(WS-STORE-NEW-FILENAME)
               CLOSE STORE-FILE
               MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MODE-DIVEST AND WS-STORE-HANDOVER(WS-STORE-IDX) = 'Y'
               MOVE SPACES TO WS-HANDOVER-FILENAME
               STRING FUNCTION TRIM(WS-HANDOVER-PREFIX)
                       FUNCTION TRIM(WS-STORE-FILENAME)
                   DELIMITED BY SIZE INTO WS-HANDOVER-FILENAME
               END-STRING
               OPEN OUTPUT HANDOVER-FILE
               IF WS-HND-STAT NOT = "00"
                   DISPLAY "Failed to open handover file. STATUS="
                       WS-HND-STAT " FILE="
                       FUNCTION TRIM(WS-HANDOVER-FILENAME)
                   CLOSE STORE-FILE
                   CLOSE STORE-NEW-FILE
                   CALL "CBL_DELETE_FILE" USING WS-STORE-NEW-FILENAME
                   MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
                   ADD 1 TO WS-STORE-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HANDOVER-OPEN-SW
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM ROUTE-ONE-STORE-LINE
               END-READ
           END-PERFORM
           IF WS-TRL-SEEN-SW = 'Y'
               PERFORM WRITE-RECOUNTED-TRAILERS
           END-IF
           CLOSE STORE-FILE
           CLOSE STORE-NEW-FILE
           IF HANDOVER-IS-OPEN
               CLOSE HANDOVER-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-WRITE-FAIL-SW = 'Y'
                   DISPLAY "Working copy kept aside, store untouched: "
                       FUNCTION TRIM(WS-STORE-NEW-FILENAME)
                   MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
                   MOVE 0 TO WS-STORE-REMOVED(WS-STORE-IDX)
                   ADD 1 TO WS-STORE-ERROR-COUNT
               WHEN WS-STORE-REMOVED(WS-STORE-IDX) = 0
                   CALL "CBL_DELETE_FILE" USING WS-STORE-NEW-FILENAME
                   MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING WS-STORE-FILENAME
                   CALL "CBL_RENAME_FILE" USING WS-STORE-NEW-FILENAME
                       WS-STORE-FILENAME
                   MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
           END-EVALUATE.

      *    Control records: the HDR is copied to both sides, the TRL
      *    is held back and recounted for each.
       ROUTE-ONE-STORE-LINE.
           IF WS-STORE-KIND(WS-STORE-IDX) = 'C'
               EVALUATE STORE-RECORD(1:3)
                   WHEN 'HDR'
                       MOVE STORE-RECORD TO STORE-NEW-RECORD
                       PERFORM WRITE-STORE-NEW-LINE
                       IF HANDOVER-IS-OPEN
                           MOVE STORE-RECORD TO HANDOVER-RECORD
                           PERFORM WRITE-HANDOVER-LINE
                       END-IF
                       EXIT PARAGRAPH
                   WHEN 'TRL'
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                       ADD 1 TO WS-STORE-REMOVED(WS-STORE-IDX)
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           PERFORM MATCH-STORE-LINE
           MOVE 'N' TO WS-KEY-SPLIT-SW
           IF WS-STORE-KEY-POS(WS-STORE-IDX) > 0
               MOVE STORE-RECORD(WS-STORE-KEY-POS(WS-STORE-IDX):10)
                   TO WS-LINE-KEY
               PERFORM FIND-HOUSEHOLD-KEY
               IF WS-HH-IDX > 0
                   IF WS-HH-SPLIT-SW(WS-HH-IDX) = 'Y'
                       MOVE 'Y' TO WS-KEY-SPLIT-SW
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MODE-DIVEST AND LINE-IS-SELECTED
                   IF HANDOVER-IS-OPEN
                       MOVE STORE-RECORD TO HANDOVER-RECORD
                       PERFORM WRITE-HANDOVER-LINE
                       ADD 1 TO WS-HANDED-DATA-LINES
                       ADD 1 TO WS-STORE-HANDED(WS-STORE-IDX)
                   END-IF
                   ADD 1 TO WS-STORE-REMOVED(WS-STORE-IDX)
               WHEN KEY-IS-SPLIT
                   ADD 1 TO WS-STORE-REMOVED(WS-STORE-IDX)
               WHEN OTHER
                   MOVE STORE-RECORD TO STORE-NEW-RECORD
                   PERFORM WRITE-STORE-NEW-LINE
                   ADD 1 TO WS-KEPT-DATA-LINES
           END-EVALUATE.

      *    Same trailer FT-NAME writes: "TRL", RECORD-COUNT= from 11.
      *    The old trailer counts as removed and the new one as
      *    written, so the store still reconciles line for line.
       WRITE-RECOUNTED-TRAILERS.
           MOVE SPACES TO STORE-NEW-RECORD
           MOVE "TRL" TO STORE-NEW-RECORD(1:3)
           MOVE WS-KEPT-DATA-LINES TO WS-NUM-EDIT
           STRING "RECORD-COUNT=" WS-NUM-EDIT DELIMITED BY SIZE
               INTO STORE-NEW-RECORD(11:246)
           END-STRING
           PERFORM WRITE-STORE-NEW-LINE
           SUBTRACT 1 FROM WS-STORE-REMOVED(WS-STORE-IDX)
           IF HANDOVER-IS-OPEN
               MOVE SPACES TO HANDOVER-RECORD
               MOVE "TRL" TO HANDOVER-RECORD(1:3)
               MOVE WS-HANDED-DATA-LINES TO WS-NUM-EDIT
               STRING "RECORD-COUNT=" WS-NUM-EDIT DELIMITED BY SIZE
                   INTO HANDOVER-RECORD(11:246)
               END-STRING
               PERFORM WRITE-HANDOVER-LINE
           END-IF.

       WRITE-STORE-NEW-LINE.
           WRITE STORE-NEW-RECORD
           IF WS-STN-STAT NOT = "00"
               DISPLAY "Write error on working copy. STATUS="
                   WS-STN-STAT
               MOVE 'Y' TO WS-WRITE-FAIL-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       WRITE-HANDOVER-LINE.
           WRITE HANDOVER-RECORD
           IF WS-HND-STAT NOT = "00"
               DISPLAY "Write error on handover file. STATUS="
                   WS-HND-STAT
               MOVE 'Y' TO WS-WRITE-FAIL-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *    One line per moved customer on the audit trail, the old
      *    and new company in the raw and cleaned sides, tagged so
      *    the readers that want name text pass over it.
       WRITE-TRANSFER-AUDIT-LINES.
           MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Failed to open audit trail. STATUS="
                   WS-AUD-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-RECORD
               IF MODE-REASSIGN
                   STRING WS-AUDIT-TIMESTAMP " RUN=" WS-RUN-ID " "
                           WS-SEL-CUST-ID(WS-SEL-IDX)
                           " [COMPANY " WS-SEL-OLD-CO(WS-SEL-IDX)
                           "] -> [COMPANY " WS-TO-COMPANY " BY "
                           FUNCTION TRIM(WS-OPERATOR-ID) "]"
                       DELIMITED BY SIZE INTO AUDIT-RECORD
                   END-STRING
               ELSE
                   STRING WS-AUDIT-TIMESTAMP " RUN=" WS-RUN-ID " "
                           WS-SEL-CUST-ID(WS-SEL-IDX)
                           " [COMPANY " WS-SEL-OLD-CO(WS-SEL-IDX)
                           "] -> [DIVESTED BY "
                           FUNCTION TRIM(WS-OPERATOR-ID) "]"
                       DELIMITED BY SIZE INTO AUDIT-RECORD
                   END-STRING
               END-IF
               MOVE 'L' TO WS-AUDIT-CHAIN-FUNC
               CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC
                   WS-AUDIT-FILENAME WS-AUDIT-CHAIN-HASH AUDIT-RECORD
               WRITE AUDIT-RECORD
               IF WS-AUD-STAT = "00"
                   ADD 1 TO WS-AUDIT-LINE-COUNT
               ELSE
                   DISPLAY "Write error on audit trail. STATUS="
                       WS-AUD-STAT
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-TRANSFER' TO JRNL-PROGRAM
           MOVE WS-LOOKUP-CUST-ID TO JRNL-CUST-ID
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

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

       WRITE-TRANSFER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open transfer report. STATUS="
                   WS-RPT-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-TRANSFER COMPANY TRANSFER REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run id          : " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Mode            : " WS-RUN-MODE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Operator        : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "From company    : " WS-FROM-COMPANY
                   "   Id list: " FUNCTION TRIM(WS-IDS-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF MODE-REASSIGN
               STRING "To company      : " WS-TO-COMPANY
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "Handover prefix : "
                       FUNCTION TRIM(WS-HANDOVER-PREFIX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE WS-MOVED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Customers moved : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF MODE-REASSIGN
               MOVE WS-ALREADY-IN-CO TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Already there   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-IDS-NOT-FOUND TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids not on file : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids refused     : " WS-NUM-EDIT " (legal hold)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HH-SPLIT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Households split: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-AUDIT-LINE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Audit lines     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NAME MASTER BY COMPANY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "COMPANY" TO REPORT-RECORD(3:7)
           MOVE "BEFORE" TO REPORT-RECORD(21:6)
           MOVE "OUT" TO REPORT-RECORD(36:3)
           MOVE "IN" TO REPORT-RECORD(49:2)
           MOVE "AFTER" TO REPORT-RECORD(58:5)
           MOVE "CHECK" TO REPORT-RECORD(65:5)
           WRITE REPORT-RECORD
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM WRITE-ONE-COMPANY-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL" TO REPORT-RECORD(3:5)
           MOVE WS-MASTER-BEFORE TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(16:11)
           MOVE WS-MASTER-REMOVED TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(28:11)
           MOVE WS-MASTER-AFTER TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(52:11)
           IF WS-MASTER-BEFORE - WS-MASTER-REMOVED = WS-MASTER-AFTER
               MOVE "OK" TO REPORT-RECORD(65:2)
           ELSE
               MOVE "MISMATCH" TO REPORT-RECORD(65:8)
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STORES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "STORE" TO REPORT-RECORD(3:5)
           MOVE "BEFORE" TO REPORT-RECORD(40:6)
           MOVE "CUSTOMERS" TO REPORT-RECORD(49:9)
           MOVE "HANDED OVER" TO REPORT-RECORD(59:11)
           MOVE "REMOVED" TO REPORT-RECORD(75:7)
           MOVE "AFTER" TO REPORT-RECORD(89:5)
           MOVE "LEFT" TO REPORT-RECORD(102:4)
           MOVE "CHECK" TO REPORT-RECORD(108:5)
           WRITE REPORT-RECORD
           MOVE WS-ADDR-MASTER-FILENAME TO WS-STORE-FILENAME
           MOVE WS-AMS-STATE TO WS-ADD-KIND
           MOVE WS-AMS-BEFORE TO WS-NUM-EDIT
           MOVE WS-AMS-SEL-BEFORE TO WS-NUM-EDIT-2
           MOVE WS-AMS-HANDED TO WS-NUM-EDIT-3
           MOVE WS-AMS-REMOVED TO WS-NUM-EDIT-4
           MOVE WS-AMS-AFTER TO WS-NUM-EDIT-5
           MOVE 'Y' TO WS-ADD-HANDOVER
           MOVE "OK" TO WS-CHECK-TEXT
           IF WS-AMS-BEFORE - WS-AMS-REMOVED NOT = WS-AMS-AFTER
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF
           IF MODE-DIVEST AND (WS-AMS-SEL-AFTER NOT = 0
                   OR WS-AMS-HANDED NOT = WS-AMS-REMOVED)
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF
           IF MODE-REASSIGN AND WS-AMS-SEL-AFTER NOT = WS-AMS-SEL-BEFORE
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF
           MOVE WS-AMS-SEL-AFTER TO WS-TRL-COUNT
           PERFORM WRITE-ONE-STORE-LINE
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM JUDGE-ONE-STORE-COUNTS
               PERFORM WRITE-ONE-STORE-LINE
           END-PERFORM

           IF WS-HELD-COUNT > 0 OR WS-IDS-NOT-FOUND > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-HELD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-HELD-CUST-ID(IDX)
                       "  REFUSED - LEGAL HOLD " WS-HELD-MATTER(IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-FOUND-SW(WS-REQ-IDX) = 'N'
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " WS-REQ-CUST-ID(WS-REQ-IDX)
                           "  NOT ON NAME MASTER"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-STORE-ERROR-COUNT > 0
               MOVE WS-STORE-ERROR-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "STORE ERRORS    : " WS-NUM-EDIT
                       " - TRANSFER INCOMPLETE, RERUN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

      *    Before less out plus in must give after.
       WRITE-ONE-COMPANY-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CO-CODE(WS-CO-IDX) TO REPORT-RECORD(3:2)
           MOVE WS-CO-BEFORE(WS-CO-IDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(16:11)
           MOVE WS-CO-OUT(WS-CO-IDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(28:11)
           MOVE WS-CO-IN(WS-CO-IDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(40:11)
           MOVE WS-CO-AFTER(WS-CO-IDX) TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO REPORT-RECORD(52:11)
           IF WS-CO-BEFORE(WS-CO-IDX) - WS-CO-OUT(WS-CO-IDX)
                   + WS-CO-IN(WS-CO-IDX) = WS-CO-AFTER(WS-CO-IDX)
               MOVE "OK" TO REPORT-RECORD(65:2)
           ELSE
               MOVE "MISMATCH" TO REPORT-RECORD(65:8)
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE REPORT-RECORD.

      *    Lines before less lines removed must give lines after. A
      *    divestiture must leave none of the customers' lines
      *    behind and hand over every line it removed from a
      *    handover store; a reassignment removes only split-
      *    household lines.
       JUDGE-ONE-STORE-COUNTS.
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
           MOVE WS-STORE-STATE(WS-STORE-IDX) TO WS-ADD-KIND
           MOVE WS-STORE-HANDOVER(WS-STORE-IDX) TO WS-ADD-HANDOVER
           MOVE WS-STORE-BEFORE(WS-STORE-IDX) TO WS-NUM-EDIT
           MOVE WS-STORE-SEL-BEFORE(WS-STORE-IDX) TO WS-NUM-EDIT-2
           MOVE WS-STORE-HANDED(WS-STORE-IDX) TO WS-NUM-EDIT-3
           MOVE WS-STORE-REMOVED(WS-STORE-IDX) TO WS-NUM-EDIT-4
           MOVE WS-STORE-AFTER(WS-STORE-IDX) TO WS-NUM-EDIT-5
           MOVE WS-STORE-SEL-AFTER(WS-STORE-IDX) TO WS-TRL-COUNT
           MOVE "OK" TO WS-CHECK-TEXT
           IF WS-STORE-BEFORE(WS-STORE-IDX)
                   - WS-STORE-REMOVED(WS-STORE-IDX)
                   NOT = WS-STORE-AFTER(WS-STORE-IDX)
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF
           IF MODE-DIVEST AND WS-STORE-SEL-AFTER(WS-STORE-IDX) NOT = 0
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF
           IF MODE-DIVEST AND WS-STORE-HANDOVER(WS-STORE-IDX) = 'Y'
                   AND WS-STORE-HANDED(WS-STORE-IDX)
                       NOT = WS-STORE-SEL-BEFORE(WS-STORE-IDX)
               MOVE "MISMATCH" TO WS-CHECK-TEXT
           END-IF.

       WRITE-ONE-STORE-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-STORE-FILENAME(1:34) TO REPORT-RECORD(3:34)
           EVALUATE WS-ADD-KIND
               WHEN 'N'
                   MOVE "not present" TO REPORT-RECORD(40:11)
               WHEN 'E'
                   MOVE "NOT PROCESSED - I/O ERROR"
                       TO REPORT-RECORD(40:25)
               WHEN OTHER
                   MOVE WS-NUM-EDIT TO REPORT-RECORD(35:11)
                   MOVE WS-NUM-EDIT-2 TO REPORT-RECORD(47:11)
                   IF MODE-DIVEST AND WS-ADD-HANDOVER = 'Y'
                       MOVE WS-NUM-EDIT-3 TO REPORT-RECORD(59:11)
                   END-IF
                   MOVE WS-NUM-EDIT-4 TO REPORT-RECORD(71:11)
                   MOVE WS-NUM-EDIT-5 TO REPORT-RECORD(83:11)
                   MOVE WS-TRL-COUNT TO WS-NUM-EDIT
                   MOVE WS-NUM-EDIT TO REPORT-RECORD(95:11)
                   MOVE WS-CHECK-TEXT TO REPORT-RECORD(108:8)
                   IF WS-CHECK-TEXT NOT = "OK"
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
           END-EVALUATE
           WRITE REPORT-RECORD.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
                        WS-PARM-TOKEN-4 WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
                        WS-PARM-TOKEN-7
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
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:5) = 'MODE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(6:8))
                           TO WS-RUN-MODE
                   WHEN WS-PARM-WORK(1:4) = 'IDS='
                       MOVE WS-PARM-WORK(5:96) TO WS-IDS-FILENAME
                   WHEN WS-PARM-WORK(1:5) = 'FROM='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(6:2))
                           TO WS-FROM-COMPANY
                   WHEN WS-PARM-WORK(1:3) = 'TO='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(4:2))
                           TO WS-TO-COMPANY
                   WHEN WS-PARM-WORK(1:7) = 'PREFIX='
                       MOVE WS-PARM-WORK(8:60) TO WS-HANDOVER-PREFIX
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-TRANSFER.
