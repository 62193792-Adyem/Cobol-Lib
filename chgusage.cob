       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGUSAGE.

      *    Tallies the processing volumes charged back to the sister
      *    companies and appends them to the chargeback usage ledger
      *    (chargeback_usage.txt), so every charged program counts
      *    its work the same way into one place -- the ALERTQ and
      *    MSTJRNL reasoning again. The ledger is what FT-CHGBACK
      *    prices at month end.
      *
      *    CALL 'CHGUSAGE' USING function, usage record
      *    (USAGE-RECORD.cpy):
      *      T  tally USAGE-COUNT units of USAGE-VOLUME for
      *         USAGE-PROGRAM. A blank USAGE-COMPANY is looked up by
      *         USAGE-CUST-ID on the name master (opened for input on
      *         the first lookup, same RELATIVE declaration and key
      *         fold as the master's writers); a blank code on the
      *         master is the default partition 01, and a customer
      *         the master does not carry -- or no master at all --
      *         counts under ??.
      *      E  end of run: append one ledger line per program,
      *         volume and company tallied, stamped now and carrying
      *         USAGE-RUN-ID (blank takes the stamp), then release
      *         the master. A caller that tallied nothing writes
      *         nothing.
      *    Counts are held in memory until the E call, so a ledger
      *    line is one run's whole volume for a company. A ledger
      *    that cannot be opened is reported on the console and the
      *    lines are DISPLAYed for the job log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULG-STAT.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LEDGER-FILE.
       01  USAGE-LEDGER-RECORD      PIC X(75).

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ULG-STAT              PIC XX VALUE SPACES.
       77  WS-MASTER-STAT           PIC XX VALUE SPACES.
       77  IDX                      PIC 9(5) COMP.
       01  WS-LEDGER-FILENAME       PIC X(100)
                                    VALUE 'chargeback_usage.txt'.
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
       01  WS-TALLY-COMPANY         PIC X(2) VALUE SPACES.

      *    One bucket per program, volume and company this run.
       01  WS-BUCKET-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-BUCKET-MAX            PIC 9(4) COMP VALUE 500.
       01  WS-BUCKET-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 500 TIMES.
               10  WS-BKT-PROGRAM   PIC X(12).
               10  WS-BKT-VOLUME    PIC X(8).
               10  WS-BKT-COMPANY   PIC X(2).
               10  WS-BKT-COUNT     PIC 9(9).
       01  WS-OVERFLOW-SW           PIC X VALUE 'N'.

       01  WS-LEDGER-LINE.
           COPY "USAGE-RECORD.cpy".

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

       PROCEDURE DIVISION USING LS-FUNCTION LS-USAGE-RECORD.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'T'
                   PERFORM TALLY-ONE-USAGE
               WHEN 'E'
                   PERFORM FLUSH-USAGE-LEDGER
           END-EVALUATE
           GOBACK.

       TALLY-ONE-USAGE.
           MOVE USAGE-COMPANY OF LS-USAGE-RECORD TO WS-TALLY-COMPANY
           IF WS-TALLY-COMPANY = SPACES
               PERFORM RESOLVE-CUSTOMER-COMPANY
           END-IF
           MOVE 0 TO WS-BUCKET-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-BUCKET-COUNT
               IF WS-BKT-PROGRAM(IDX) =
                       USAGE-PROGRAM OF LS-USAGE-RECORD
                   AND WS-BKT-VOLUME(IDX) =
                       USAGE-VOLUME OF LS-USAGE-RECORD
                   AND WS-BKT-COMPANY(IDX) = WS-TALLY-COMPANY
                   MOVE IDX TO WS-BUCKET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BUCKET-IDX = 0
               IF WS-BUCKET-COUNT >= WS-BUCKET-MAX
                   IF WS-OVERFLOW-SW NOT = 'Y'
                       DISPLAY "CHGUSAGE: usage table full at "
                           WS-BUCKET-MAX " entries - further "
                           "volumes not tallied"
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUCKET-COUNT
               MOVE WS-BUCKET-COUNT TO WS-BUCKET-IDX
               MOVE USAGE-PROGRAM OF LS-USAGE-RECORD
                   TO WS-BKT-PROGRAM(WS-BUCKET-IDX)
               MOVE USAGE-VOLUME OF LS-USAGE-RECORD
                   TO WS-BKT-VOLUME(WS-BUCKET-IDX)
               MOVE WS-TALLY-COMPANY TO WS-BKT-COMPANY(WS-BUCKET-IDX)
               MOVE 0 TO WS-BKT-COUNT(WS-BUCKET-IDX)
           END-IF
           ADD USAGE-COUNT OF LS-USAGE-RECORD
               TO WS-BKT-COUNT(WS-BUCKET-IDX).

      *    Only the customer's own slot counts -- a fold neighbor's
      *    company says nothing about this customer.
       RESOLVE-CUSTOMER-COMPANY.
           MOVE '??' TO WS-TALLY-COMPANY
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
           MOVE USAGE-CUST-ID OF LS-USAGE-RECORD TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                       IF MASTER-COMPANY-CODE = SPACES
                           MOVE '01' TO WS-TALLY-COMPANY
                       ELSE
                           MOVE MASTER-COMPANY-CODE
                               TO WS-TALLY-COMPANY
                       END-IF
                   END-IF
           END-READ.

       FLUSH-USAGE-LEDGER.
           IF MASTER-IS-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-MASTER-OPEN-SW
           IF WS-BUCKET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LEDGER-LINE
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO USAGE-STAMP OF WS-LEDGER-LINE
           MOVE USAGE-RUN-ID OF LS-USAGE-RECORD
               TO USAGE-RUN-ID OF WS-LEDGER-LINE
           IF USAGE-RUN-ID OF WS-LEDGER-LINE = SPACES
               MOVE USAGE-STAMP OF WS-LEDGER-LINE
                   TO USAGE-RUN-ID OF WS-LEDGER-LINE
           END-IF
           OPEN EXTEND USAGE-LEDGER-FILE
           IF WS-ULG-STAT = "35"
               OPEN OUTPUT USAGE-LEDGER-FILE
           END-IF
           IF WS-ULG-STAT NOT = "00"
               DISPLAY "CHGUSAGE: failed to open usage ledger. STATUS="
                   WS-ULG-STAT
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-BUCKET-COUNT
               MOVE WS-BKT-PROGRAM(IDX)
                   TO USAGE-PROGRAM OF WS-LEDGER-LINE
               MOVE WS-BKT-VOLUME(IDX)
                   TO USAGE-VOLUME OF WS-LEDGER-LINE
               MOVE WS-BKT-COMPANY(IDX)
                   TO USAGE-COMPANY OF WS-LEDGER-LINE
               MOVE WS-BKT-COUNT(IDX) TO USAGE-COUNT OF WS-LEDGER-LINE
               IF WS-ULG-STAT = "00"
                   MOVE WS-LEDGER-LINE TO USAGE-LEDGER-RECORD
                   WRITE USAGE-LEDGER-RECORD
                   IF WS-ULG-STAT NOT = "00"
                       DISPLAY "CHGUSAGE: write error, STATUS="
                           WS-ULG-STAT
                   END-IF
               END-IF
               IF WS-ULG-STAT NOT = "00"
                   DISPLAY "USAGE " WS-LEDGER-LINE
               END-IF
           END-PERFORM
           IF WS-ULG-STAT = "00"
               CLOSE USAGE-LEDGER-FILE
           END-IF
           MOVE 0 TO WS-BUCKET-COUNT.

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

       END PROGRAM CHGUSAGE.
