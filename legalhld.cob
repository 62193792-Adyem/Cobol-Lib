       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHLD.

      *    Legal hold registry check. Legal can order a customer's
      *    records preserved for litigation; every program that
      *    deletes, merges away or prunes customer data asks here
      *    first and refuses a held customer, so the hold is decided
      *    in one place -- the CHGUSAGE and KEYSPACE reasoning again.
      *
      *    The registry (legal_holds.txt) is kept by hand, one hold
      *    per line; blank lines and lines starting * are comments:
      *      1-2    kind: ID a single customer, CO a whole company
      *      4-13   customer id (ID), or company code in 4-5 (CO)
      *      15-34  matter number
      *      36-43  start date YYYYMMDD
      *      45-52  release date YYYYMMDD, blank while the hold
      *             stands
      *      54-    free note
      *    A hold is in force from its start date up to the day
      *    before its release date. A registry that is not there
      *    holds nothing; one that is there but cannot be read holds
      *    EVERYONE under matter *REGISTRY UNREADABLE -- a purge
      *    that wrongly waits a day costs nothing, one that wrongly
      *    runs cannot be undone.
      *
      *    CALL 'LEGALHLD' USING function, customer id X(10),
      *    company X(2), matter X(20), held switch X(1):
      *      C  is the customer held under any matter in force
      *         today? The switch comes back Y with the first such
      *         matter, or N with the matter blank;
      *      E  end of run: release the master and forget the
      *         registry, so the next check reloads it.
      *    A blank company is looked up by customer id on the name
      *    master (opened for input on the first lookup that needs
      *    it, same RELATIVE declaration and key fold as the
      *    master's writers); a blank code on the master is the
      *    default partition 01, and a customer the master does not
      *    carry is held only by an ID hold naming it. A caller that
      *    has the master open I-O passes the record's own company
      *    (?? for a customer it knows is not there) so the master
      *    is never opened twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REGISTRY-FILE ASSIGN TO DYNAMIC
               WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRG-STAT.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REGISTRY-FILE.
       01  HOLD-REGISTRY-RECORD     PIC X(132).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-HRG-STAT              PIC XX VALUE SPACES.
       77  WS-MASTER-STAT           PIC XX VALUE SPACES.
       77  IDX                      PIC 9(5) COMP.
       01  WS-REGISTRY-FILENAME     PIC X(100)
                                    VALUE 'legal_holds.txt'.
       01  WS-MASTER-FILENAME       PIC X(100)
                                    VALUE 'name_master.idx'.
       01  WS-MASTER-RKEY           PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE       PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW    PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID        PIC X(10) VALUE SPACES.
      *    N not tried yet, Y open, X could not be opened.
       01  WS-MASTER-OPEN-SW        PIC X VALUE 'N'.
           88  MASTER-IS-OPEN           VALUE 'Y'.
           88  MASTER-NOT-TRIED         VALUE 'N'.
      *    N not loaded yet, Y loaded, X present but unreadable.
       01  WS-REGISTRY-SW           PIC X VALUE 'N'.
           88  REGISTRY-LOADED          VALUE 'Y'.
           88  REGISTRY-NOT-LOADED      VALUE 'N'.
           88  REGISTRY-UNREADABLE      VALUE 'X'.
       01  WS-TODAY                 PIC X(8) VALUE SPACES.
       01  WS-CHECK-COMPANY         PIC X(2) VALUE SPACES.
       01  WS-CO-HOLD-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.

      *    Only the holds in force today are kept; one customer may
      *    sit under several matters, and the first in registry
      *    order answers a C check.
       01  WS-HOLD-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-HOLD-MAX              PIC 9(5) COMP VALUE 2000.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HOLD-KIND     PIC X(2).
               10  WS-HOLD-KEY      PIC X(10).
               10  WS-HOLD-MATTER   PIC X(20).

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-CUST-ID               PIC X(10).
       01  LS-COMPANY               PIC X(2).
       01  LS-MATTER                PIC X(20).
       01  LS-HELD-SW               PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-CUST-ID LS-COMPANY
               LS-MATTER LS-HELD-SW.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'C'
                   PERFORM CHECK-CUSTOMER-HOLD
               WHEN 'E'
                   PERFORM RELEASE-HOLD-REGISTRY
           END-EVALUATE
           GOBACK.

       CHECK-CUSTOMER-HOLD.
           MOVE 'N' TO LS-HELD-SW
           MOVE SPACES TO LS-MATTER
           IF REGISTRY-NOT-LOADED
               PERFORM LOAD-HOLD-REGISTRY
           END-IF
           IF REGISTRY-UNREADABLE
               MOVE 'Y' TO LS-HELD-SW
               MOVE '*REGISTRY UNREADABLE' TO LS-MATTER
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LS-COMPANY TO WS-CHECK-COMPANY
           IF WS-CHECK-COMPANY = SPACES AND WS-CO-HOLD-COUNT > 0
               PERFORM RESOLVE-CUSTOMER-COMPANY
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-HOLD-COUNT
               IF (WS-HOLD-KIND(IDX) = 'ID'
                       AND WS-HOLD-KEY(IDX) = LS-CUST-ID)
                   OR (WS-HOLD-KIND(IDX) = 'CO'
                       AND WS-CHECK-COMPANY NOT = SPACES
                       AND WS-HOLD-KEY(IDX)(1:2) = WS-CHECK-COMPANY)
                   MOVE 'Y' TO LS-HELD-SW
                   MOVE WS-HOLD-MATTER(IDX) TO LS-MATTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-HOLD-REGISTRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-CO-HOLD-COUNT
           MOVE 'Y' TO WS-REGISTRY-SW
           OPEN INPUT HOLD-REGISTRY-FILE
           IF WS-HRG-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HRG-STAT NOT = "00"
               DISPLAY "LEGALHLD: legal hold registry unreadable, "
                   "every customer treated as held. STATUS="
                   WS-HRG-STAT
               MOVE 'X' TO WS-REGISTRY-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOLD-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM KEEP-ONE-HOLD-IN-FORCE
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTRY-FILE.

      *    A line with an unknown kind or no start date is not a
      *    hold anyone can rely on; it is shown so the registry gets
      *    fixed, not silently dropped.
       KEEP-ONE-HOLD-IN-FORCE.
           IF HOLD-REGISTRY-RECORD = SPACES
                   OR HOLD-REGISTRY-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           IF (HOLD-REGISTRY-RECORD(1:2) NOT = 'ID'
                   AND HOLD-REGISTRY-RECORD(1:2) NOT = 'CO')
                   OR HOLD-REGISTRY-RECORD(4:10) = SPACES
                   OR HOLD-REGISTRY-RECORD(36:8) IS NOT NUMERIC
               DISPLAY "LEGALHLD: registry line ignored: "
                   HOLD-REGISTRY-RECORD(1:52)
               EXIT PARAGRAPH
           END-IF
           IF HOLD-REGISTRY-RECORD(36:8) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF HOLD-REGISTRY-RECORD(45:8) NOT = SPACES
                   AND HOLD-REGISTRY-RECORD(45:8) <= WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "LEGALHLD: hold table full at " WS-HOLD-MAX
                   " - registry unreadable past this point"
               MOVE 'X' TO WS-REGISTRY-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE HOLD-REGISTRY-RECORD(1:2) TO WS-HOLD-KIND(WS-HOLD-COUNT)
           MOVE HOLD-REGISTRY-RECORD(4:10) TO WS-HOLD-KEY(WS-HOLD-COUNT)
           MOVE HOLD-REGISTRY-RECORD(15:20)
               TO WS-HOLD-MATTER(WS-HOLD-COUNT)
           IF HOLD-REGISTRY-RECORD(1:2) = 'CO'
               ADD 1 TO WS-CO-HOLD-COUNT
           END-IF.

      *    Only the customer's own slot counts -- a fold neighbor's
      *    company says nothing about this customer.
       RESOLVE-CUSTOMER-COMPANY.
           IF MASTER-NOT-TRIED
               OPEN INPUT NAME-MASTER-FILE
               IF WS-MASTER-STAT = "00"
                   MOVE 'Y' TO WS-MASTER-OPEN-SW
               ELSE
                   MOVE 'X' TO WS-MASTER-OPEN-SW
               END-IF
           END-IF
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                       IF MASTER-COMPANY-CODE = SPACES
                           MOVE '01' TO WS-CHECK-COMPANY
                       ELSE
                           MOVE MASTER-COMPANY-CODE
                               TO WS-CHECK-COMPANY
                       END-IF
                   END-IF
           END-READ.

       RELEASE-HOLD-REGISTRY.
           IF MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-MASTER-OPEN-SW
           MOVE 'N' TO WS-REGISTRY-SW
           MOVE 0 TO WS-HOLD-COUNT.

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

       END PROGRAM LEGALHLD.
