       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-KPIRPT.

      *    Month-end customer-data KPI report. The figures management
      *    asks for each month sit in a dozen different files and
      *    took most of a day to assemble by hand; this step gathers
      *    them for one month (MONTH=YYYYMM, default the month before
      *    the run date) and prints each beside the prior month and
      *    the same month a year earlier, with a column per company
      *    (MASTER-COMPANY-CODE) and a total. Run as the FIRSTBD
      *    step of FT-JOBFLOW. Sources:
      *      Customers added   name master journal, A lines
      *      Name changes      journal C lines whose name text moved
      *                        (name_changes.txt holds only the last
      *                        run, so the journal is the month's
      *                        record of the same changes)
      *      Merges            name_merge_xref.txt, dated by run id
      *      Purges            journal D lines FT-NAMEMNT wrote (its
      *                        purge and applied deletes; a merge
      *                        retirement is counted as a merge)
      *      Address moves     address_changes.txt, dated by run id
      *      Nixies            nixie_history.txt
      *      Opt-outs          consent_ledger.txt: a customer whose
      *                        latest consent change, dated in the
      *                        month, left any channel opted out
      *      Email bounces     clean_contacts.txt bounce date
      *      Rejects and       FT-NAME's REJECTED= / EXCEPTIONS= on
      *      exceptions        name_run_history.txt
      *      Gate releases     quality_gate_history.txt (FT-QGATE)
      *      and holds
      *    The journal carries the company on its record images;
      *    every other per-customer figure takes the company of the
      *    customer's record on the name master today (blank reads
      *    as the default '01'; a customer no longer on the master --
      *    merged away or purged -- falls under NOT-ON-MST). Merges
      *    take the surviving customer's company. Rejects,
      *    exceptions and gate outcomes are counted per run, not per
      *    customer, so they show a total only. A source file that
      *    is not there is named at the foot of the report and its
      *    lines read zero. Return code 4 when the master cannot be
      *    opened (no company columns), 12 when the report cannot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same RELATIVE-organization declaration and shared key
      *    fold the live master's programs use (see name.cob's note
      *    on this build's disabled ISAM handler).
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

      *    Wide enough for the widest source (journal lines are 619
      *    bytes, the change logs 560).
       FD  SOURCE-FILE.
       01  SOURCE-RECORD            PIC X(700).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-SRC-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'kpi_month_report.txt'.
       01  WS-SOURCE-FILENAME   PIC X(100) VALUE SPACES.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-MASTER-OPEN-SW    PIC X VALUE 'N'.
           88  MASTER-IS-OPEN       VALUE 'Y'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-MONTH-PARM        PIC X(6) VALUE SPACES.

      *    The three months reported: 1 the report month, 2 the one
      *    before it, 3 the same month a year earlier.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-MONTH OCCURS 3 TIMES PIC X(6).
       01  WS-PERIOD-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YEAR        PIC 9(4).
           05  WS-MONTH-MONTH       PIC 9(2).

      *    Company columns, ascending code order from the master;
      *    the last column in use may be NOT-ON-MST.
       01  WS-CO-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CO-MAX            PIC 9(4) COMP VALUE 12.
       01  WS-CO-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CO-SHIFT-IDX      PIC 9(4) COMP VALUE 0.
       01  WS-CO-OVERFLOW-SW    PIC X VALUE 'N'.
           88  COMPANIES-OVERFLOWED VALUE 'Y'.
       01  WS-CO-TABLE.
           05  WS-CO-CODE OCCURS 12 TIMES PIC X(2).

      *    Tallies: metric x period x company column, plus a total
      *    per metric and period.
       01  WS-METRIC-COUNT      PIC 9(4) COMP VALUE 12.
       01  WS-METRIC-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-METRIC-DATA.
           05  FILLER PIC X(25) VALUE 'Customers added         C'.
           05  FILLER PIC X(25) VALUE 'Name changes            C'.
           05  FILLER PIC X(25) VALUE 'Merges                  C'.
           05  FILLER PIC X(25) VALUE 'Purges                  C'.
           05  FILLER PIC X(25) VALUE 'Address moves           C'.
           05  FILLER PIC X(25) VALUE 'Nixies                  C'.
           05  FILLER PIC X(25) VALUE 'Opt-outs                C'.
           05  FILLER PIC X(25) VALUE 'Email bounces           C'.
           05  FILLER PIC X(25) VALUE 'Rejects                 R'.
           05  FILLER PIC X(25) VALUE 'Exceptions              R'.
           05  FILLER PIC X(25) VALUE 'Quality gate releases   R'.
           05  FILLER PIC X(25) VALUE 'Quality gate holds      R'.
       01  WS-METRIC-LIST REDEFINES WS-METRIC-DATA.
           05  WS-METRIC-ENTRY OCCURS 12 TIMES.
               10  WS-METRIC-LABEL  PIC X(24).
      *            C counted per customer (company columns), R per
      *            run (total only).
               10  WS-METRIC-LEVEL  PIC X.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-METRIC OCCURS 12 TIMES.
               10  WS-TALLY-PERIOD OCCURS 3 TIMES.
                   15  WS-TALLY-TOTAL   PIC 9(9).
                   15  WS-TALLY-CO OCCURS 12 TIMES PIC 9(9).

      *    One event being counted.
       01  WS-EVENT-METRIC      PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-DATE        PIC X(8) VALUE SPACES.
       01  WS-EVENT-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-EVENT-AMOUNT      PIC 9(9) VALUE 0.

      *    Sources that were not there, named at the report foot.
       01  WS-MISSING-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-NAME OCCURS 10 TIMES PIC X(40).

       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

      *    Run-history tokens (FT-NAME's line: run id, INPUT=,
      *    READ=, WRITTEN=, RC=, REJECTED=, EXCEPTIONS=, CTL=).
       01  WS-HIST-TOKENS.
           05  WS-HIST-TOKEN OCCURS 8 TIMES PIC X(100).
       01  WS-TOK-IDX           PIC 9(4) COMP VALUE 0.

       01  WS-CELL-EDIT         PIC ZZ,ZZZ,ZZ9.
       01  WS-LINE-PTR          PIC 9(4) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM RESOLVE-REPORT-PERIODS
           INITIALIZE WS-TALLY-TABLE

           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT = "00"
               MOVE 'Y' TO WS-MASTER-OPEN-SW
               PERFORM LOAD-COMPANY-COLUMNS
           ELSE
               DISPLAY "FT-KPIRPT: name master not available, no "
                   "company columns. STATUS=" WS-MASTER-STAT
           END-IF

           PERFORM TALLY-MASTER-JOURNAL
           PERFORM TALLY-MERGE-XREF
           PERFORM TALLY-ADDRESS-CHANGES
           PERFORM TALLY-NIXIE-HISTORY
           PERFORM TALLY-CONSENT-LEDGER
           PERFORM TALLY-CONTACT-BOUNCES
           PERFORM TALLY-RUN-HISTORY
           PERFORM TALLY-GATE-HISTORY
           IF MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open KPI report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-KPI-REPORT
           CLOSE REPORT-FILE
           DISPLAY "FT-KPIRPT: month " WS-PERIOD-MONTH(1) ", "
               WS-CO-COUNT " company columns, " WS-MISSING-COUNT
               " sources missing"
           IF MASTER-IS-OPEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    MONTH= or, by default, the month before the run date.
       RESOLVE-REPORT-PERIODS.
           IF WS-MONTH-PARM IS NUMERIC
                   AND WS-MONTH-PARM(5:2) >= '01'
                   AND WS-MONTH-PARM(5:2) <= '12'
               MOVE WS-MONTH-PARM TO WS-MONTH-WORK
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH-WORK
               PERFORM STEP-BACK-ONE-MONTH
           END-IF
           MOVE WS-MONTH-WORK TO WS-PERIOD-MONTH(1)
           PERFORM STEP-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-PERIOD-MONTH(2)
           MOVE WS-PERIOD-MONTH(1) TO WS-MONTH-WORK
           SUBTRACT 1 FROM WS-MONTH-YEAR
           MOVE WS-MONTH-WORK TO WS-PERIOD-MONTH(3).

       STEP-BACK-ONE-MONTH.
           IF WS-MONTH-MONTH = 1
               MOVE 12 TO WS-MONTH-MONTH
               SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MONTH
           END-IF.

      *    Every company code on the master, kept in ascending order.
       LOAD-COMPANY-COLUMNS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE MASTER-COMPANY-CODE TO WS-EVENT-COMPANY
                       IF WS-EVENT-COMPANY = SPACES
                           MOVE '01' TO WS-EVENT-COMPANY
                       END-IF
                       PERFORM ADD-COMPANY-COLUMN
               END-READ
           END-PERFORM.

       ADD-COMPANY-COLUMN.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE(WS-CO-IDX) = WS-EVENT-COMPANY
                   EXIT PARAGRAPH
               END-IF
               IF WS-CO-CODE(WS-CO-IDX) > WS-EVENT-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-COUNT >= WS-CO-MAX
               MOVE 'Y' TO WS-CO-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-SHIFT-IDX FROM WS-CO-COUNT BY -1
                   UNTIL WS-CO-SHIFT-IDX < WS-CO-IDX
               MOVE WS-CO-CODE(WS-CO-SHIFT-IDX)
                   TO WS-CO-CODE(WS-CO-SHIFT-IDX + 1)
           END-PERFORM
           MOVE WS-EVENT-COMPANY TO WS-CO-CODE(WS-CO-IDX)
           ADD 1 TO WS-CO-COUNT.

      *    Count one event: which month it falls in, which company
      *    column (looked up on the master when the caller left the
      *    company blank), then the cell and the total.
       COUNT-ONE-EVENT.
           MOVE 0 TO WS-PERIOD-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
               IF WS-EVENT-DATE(1:6) = WS-PERIOD-MONTH(IDX)
                   MOVE IDX TO WS-PERIOD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PERIOD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-EVENT-AMOUNT
               TO WS-TALLY-TOTAL(WS-EVENT-METRIC WS-PERIOD-IDX)
           IF WS-METRIC-LEVEL(WS-EVENT-METRIC) NOT = 'C'
                   OR NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-COMPANY = SPACES
               PERFORM LOOK-UP-EVENT-COMPANY
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE(WS-CO-IDX) = WS-EVENT-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-COUNT >= WS-CO-MAX
                   MOVE 'Y' TO WS-CO-OVERFLOW-SW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-EVENT-COMPANY TO WS-CO-CODE(WS-CO-COUNT)
               MOVE WS-CO-COUNT TO WS-CO-IDX
           END-IF
           ADD WS-EVENT-AMOUNT TO WS-TALLY-CO(WS-EVENT-METRIC
               WS-PERIOD-IDX WS-CO-IDX).

      *    '??' is a customer no longer on the master.
       LOOK-UP-EVENT-COMPANY.
           MOVE '??' TO WS-EVENT-COMPANY
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
               IF MASTER-COMPANY-CODE = SPACES
                   MOVE '01' TO WS-EVENT-COMPANY
               ELSE
                   MOVE MASTER-COMPANY-CODE TO WS-EVENT-COMPANY
               END-IF
           END-IF.

      *    Opens WS-SOURCE-FILENAME; a source that is not there is
      *    noted for the report foot and leaves WS-SRC-STAT not "00".
       OPEN-SOURCE-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               IF WS-MISSING-COUNT < 10
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-SOURCE-FILENAME
                       TO WS-MISSING-NAME(WS-MISSING-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    Adds, name changes and purges, from the images the
      *    journal carries (company at image bytes 271-272).
       TALLY-MASTER-JOURNAL.
           MOVE 'name_master_journal.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SOURCE-RECORD(1:619) TO JOURNAL-RECORD
                       PERFORM TALLY-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       TALLY-ONE-JOURNAL-LINE.
           MOVE JRNL-STAMP(1:8) TO WS-EVENT-DATE
           MOVE 1 TO WS-EVENT-AMOUNT
           EVALUATE TRUE
               WHEN JRNL-ACTION = 'A'
                   MOVE 1 TO WS-EVENT-METRIC
                   MOVE JRNL-AFTER-IMAGE(271:2) TO WS-EVENT-COMPANY
               WHEN JRNL-ACTION = 'C'
                       AND JRNL-BEFORE-IMAGE(11:246) NOT = SPACES
                       AND JRNL-BEFORE-IMAGE(11:246)
                           NOT = JRNL-AFTER-IMAGE(11:246)
                   MOVE 2 TO WS-EVENT-METRIC
                   MOVE JRNL-AFTER-IMAGE(271:2) TO WS-EVENT-COMPANY
               WHEN JRNL-ACTION = 'D'
                       AND JRNL-PROGRAM = 'FT-NAMEMNT'
                   MOVE 4 TO WS-EVENT-METRIC
                   MOVE JRNL-BEFORE-IMAGE(271:2) TO WS-EVENT-COMPANY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-EVENT-COMPANY = SPACES
               MOVE '01' TO WS-EVENT-COMPANY
           END-IF
           PERFORM COUNT-ONE-EVENT.

      *    Xref line per FT-MERGE: retired id 1-10, survivor 12-21,
      *    run id 23-36.
       TALLY-MERGE-XREF.
           MOVE 'name_merge_xref.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(1:10) NOT = SPACES
                           MOVE 3 TO WS-EVENT-METRIC
                           MOVE SOURCE-RECORD(23:8) TO WS-EVENT-DATE
                           MOVE SOURCE-RECORD(12:10)
                               TO WS-LOOKUP-CUST-ID
                           PERFORM COUNT-ONE-CUSTOMER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      *    Change line per FT-ADDRESS: id 1-10, " RUN-ID=" then the
      *    run id at 19-32.
       TALLY-ADDRESS-CHANGES.
           MOVE 'address_changes.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(11:8) = ' RUN-ID='
                           MOVE 5 TO WS-EVENT-METRIC
                           MOVE SOURCE-RECORD(19:8) TO WS-EVENT-DATE
                           MOVE SOURCE-RECORD(1:10)
                               TO WS-LOOKUP-CUST-ID
                           PERFORM COUNT-ONE-CUSTOMER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      *    History line per FT-NIXIE: id 1-10, return date 12-19.
       TALLY-NIXIE-HISTORY.
           MOVE 'nixie_history.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(1:10) NOT = SPACES
                           MOVE 6 TO WS-EVENT-METRIC
                           MOVE SOURCE-RECORD(12:8) TO WS-EVENT-DATE
                           MOVE SOURCE-RECORD(1:10)
                               TO WS-LOOKUP-CUST-ID
                           PERFORM COUNT-ONE-CUSTOMER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      *    Ledger line per FT-CONSENT: id 1-10, flags 12/14/16,
      *    effective date of the latest change 18-25.
       TALLY-CONSENT-LEDGER.
           MOVE 'consent_ledger.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(1:10) NOT = SPACES
                               AND (SOURCE-RECORD(12:1) = 'Y'
                                   OR SOURCE-RECORD(14:1) = 'Y'
                                   OR SOURCE-RECORD(16:1) = 'Y')
                           MOVE 7 TO WS-EVENT-METRIC
                           MOVE SOURCE-RECORD(18:8) TO WS-EVENT-DATE
                           MOVE SOURCE-RECORD(1:10)
                               TO WS-LOOKUP-CUST-ID
                           PERFORM COUNT-ONE-CUSTOMER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

      *    Contact store per FT-CONTACT: id 1-10, bounce status 105
      *    ('B'), bounce date 106-113.
       TALLY-CONTACT-BOUNCES.
           MOVE 'clean_contacts.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(105:1) = 'B'
                           MOVE 8 TO WS-EVENT-METRIC
                           MOVE SOURCE-RECORD(106:8) TO WS-EVENT-DATE
                           MOVE SOURCE-RECORD(1:10)
                               TO WS-LOOKUP-CUST-ID
                           PERFORM COUNT-ONE-CUSTOMER-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       COUNT-ONE-CUSTOMER-EVENT.
           MOVE 1 TO WS-EVENT-AMOUNT
           MOVE SPACES TO WS-EVENT-COMPANY
           PERFORM COUNT-ONE-EVENT.

      *    FT-NAME's lines only (run id then INPUT=); lines from
      *    before the counts were logged carry neither token and
      *    add nothing.
       TALLY-RUN-HISTORY.
           MOVE 'name_run_history.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-RECORD(1:14) IS NUMERIC
                               AND SOURCE-RECORD(16:6) = 'INPUT='
                           PERFORM TALLY-ONE-RUN-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       TALLY-ONE-RUN-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-TOKENS
           UNSTRING SOURCE-RECORD(1:200) DELIMITED BY ALL ' '
               INTO WS-HIST-TOKEN(1) WS-HIST-TOKEN(2) WS-HIST-TOKEN(3)
                   WS-HIST-TOKEN(4) WS-HIST-TOKEN(5) WS-HIST-TOKEN(6)
                   WS-HIST-TOKEN(7) WS-HIST-TOKEN(8)
           END-UNSTRING
           MOVE SOURCE-RECORD(1:8) TO WS-EVENT-DATE
           MOVE SPACES TO WS-EVENT-COMPANY
           PERFORM VARYING WS-TOK-IDX FROM 2 BY 1
                   UNTIL WS-TOK-IDX > 8
               EVALUATE TRUE
                   WHEN WS-HIST-TOKEN(WS-TOK-IDX)(1:9) = 'REJECTED='
                           AND WS-HIST-TOKEN(WS-TOK-IDX)(10:9)
                               IS NUMERIC
                       MOVE 9 TO WS-EVENT-METRIC
                       MOVE WS-HIST-TOKEN(WS-TOK-IDX)(10:9)
                           TO WS-EVENT-AMOUNT
                       PERFORM COUNT-ONE-EVENT
                   WHEN WS-HIST-TOKEN(WS-TOK-IDX)(1:11) = 'EXCEPTIONS='
                           AND WS-HIST-TOKEN(WS-TOK-IDX)(12:9)
                               IS NUMERIC
                       MOVE 10 TO WS-EVENT-METRIC
                       MOVE WS-HIST-TOKEN(WS-TOK-IDX)(12:9)
                           TO WS-EVENT-AMOUNT
                       PERFORM COUNT-ONE-EVENT
               END-EVALUATE
           END-PERFORM.

      *    Gate line per FT-QGATE: stamp 1-14, verdict 16-24. A
      *    zero-read run is held like a breach.
       TALLY-GATE-HISTORY.
           MOVE 'quality_gate_history.txt' TO WS-SOURCE-FILENAME
           PERFORM OPEN-SOURCE-FILE
           IF WS-SRC-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SOURCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SOURCE-RECORD(1:8) TO WS-EVENT-DATE
                       MOVE SPACES TO WS-EVENT-COMPANY
                       MOVE 1 TO WS-EVENT-AMOUNT
                       EVALUATE SOURCE-RECORD(16:9)
                           WHEN 'RELEASE'
                               MOVE 11 TO WS-EVENT-METRIC
                               PERFORM COUNT-ONE-EVENT
                           WHEN 'HOLD'
                           WHEN 'ZERO-READ'
                               MOVE 12 TO WS-EVENT-METRIC
                               PERFORM COUNT-ONE-EVENT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       WRITE-KPI-REPORT.
           MOVE "FT-KPIRPT MONTH-END CUSTOMER DATA KPI REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Report month    : " WS-PERIOD-MONTH(1)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Prior month     : " WS-PERIOD-MONTH(2)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Month last year : " WS-PERIOD-MONTH(3)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run date        : " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE "KPI" TO REPORT-RECORD(1:3)
           MOVE "MONTH" TO REPORT-RECORD(26:5)
           MOVE 33 TO WS-LINE-PTR
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE(WS-CO-IDX) = '??'
                   MOVE " NOT-ON-MST" TO REPORT-RECORD(WS-LINE-PTR:11)
               ELSE
                   MOVE "CO " TO REPORT-RECORD(WS-LINE-PTR + 6:3)
                   MOVE WS-CO-CODE(WS-CO-IDX)
                       TO REPORT-RECORD(WS-LINE-PTR + 9:2)
               END-IF
               ADD 11 TO WS-LINE-PTR
           END-PERFORM
           MOVE "TOTAL" TO REPORT-RECORD(WS-LINE-PTR + 6:5)
           WRITE REPORT-RECORD

           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > WS-METRIC-COUNT
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > 3
                   PERFORM WRITE-ONE-KPI-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING "Rejects, exceptions and quality-gate outcomes are "
                   "counted per run: total only."
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF COMPANIES-OVERFLOWED
               MOVE SPACES TO REPORT-RECORD
               STRING "More than 12 company columns: the rest are "
                       "counted in TOTAL only."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-MISSING-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Source not available, read as zero: "
                       WS-MISSING-NAME(IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM.

       WRITE-ONE-KPI-LINE.
           MOVE SPACES TO REPORT-RECORD
           IF WS-PERIOD-IDX = 1
               MOVE WS-METRIC-LABEL(WS-METRIC-IDX)
                   TO REPORT-RECORD(1:24)
           END-IF
           MOVE WS-PERIOD-MONTH(WS-PERIOD-IDX) TO REPORT-RECORD(26:6)
           MOVE 33 TO WS-LINE-PTR
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-METRIC-LEVEL(WS-METRIC-IDX) = 'C'
                   MOVE WS-TALLY-CO(WS-METRIC-IDX WS-PERIOD-IDX
                       WS-CO-IDX) TO WS-CELL-EDIT
                   MOVE WS-CELL-EDIT
                       TO REPORT-RECORD(WS-LINE-PTR + 1:10)
               END-IF
               ADD 11 TO WS-LINE-PTR
           END-PERFORM
           MOVE WS-TALLY-TOTAL(WS-METRIC-IDX WS-PERIOD-IDX)
               TO WS-CELL-EDIT
           MOVE WS-CELL-EDIT TO REPORT-RECORD(WS-LINE-PTR + 1:10)
           WRITE REPORT-RECORD.

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
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                        WS-PARM-TOKEN-3
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'MONTH='
                       MOVE WS-PARM-WORK(7:6) TO WS-MONTH-PARM
                   WHEN WS-PARM-WORK(1:7) = 'MASTER='
                       MOVE WS-PARM-WORK(8:93) TO WS-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-KPIRPT.
