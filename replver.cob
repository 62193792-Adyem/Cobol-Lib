       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-REPLVER.

      *    Weekly verification of the disaster-recovery replica
      *    against the live name master. FT-DELTAAPP keeps
      *    name_master_replica.idx in step one delta at a time, but
      *    nothing ever proved the two agree: a delta applied by hand,
      *    or a record the replica refused as a conflict, left them
      *    different for good with nobody the wiser. This step walks
      *    both masters and reports, to replica_verify_report.txt:
      *      ONLY-LIVE     a customer on the live master only;
      *      ONLY-REPLICA  a customer on the replica only;
      *      DIFFERS       a customer on both whose name text or run
      *                    id differ (the fields named);
      *    then, per company, the record count and hash total on
      *    each side, so the continuity audit has positive proof the
      *    DR copy is good. Company code, status code and status
      *    date are neither compared nor hashed: the delta carries
      *    none of them (FT-COMPARE works from clean_names.txt, which
      *    has no company), so FT-DELTAAPP adds every replica record
      *    with the company blank and would otherwise report every
      *    customer outside the default partition as differing. The
      *    company partition is the live master's: a replica record
      *    whose customer is on the live master is totalled under
      *    the live record's company, and only a replica-only record
      *    under its own (blank read as the default '01', see
      *    MASTER-RECORD.cpy).
      *    Both masters use the shared key fold, so each record is
      *    looked up on the other side at the slot its id folds to --
      *    one pass over each master, no sort. The hash total is the
      *    sum of a per-record fold over the compared fields, so two
      *    sides with equal counts and equal totals per company hold
      *    the same records. Any difference at all is raised as a
      *    WARN alert on the suite's shared alert queue and ends the
      *    step with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same RELATIVE-organization declaration and shared key
      *    fold the live master's programs use (see name.cob's note
      *    on this build's disabled ISAM handler).
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-LIVE-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT REPLICA-MASTER-FILE ASSIGN TO DYNAMIC
               WS-REPLICA-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-REPL-RKEY
               FILE STATUS IS WS-REPL-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  REPLICA-MASTER-FILE.
       01  REPLICA-RECORD.
           COPY "MASTER-RECORD.cpy" REPLACING
               ==MASTER-CUST-ID== BY ==REPL-CUST-ID==
               ==MASTER-NAME-TEXT== BY ==REPL-NAME-TEXT==
               ==MASTER-RUN-ID== BY ==REPL-RUN-ID==
               ==MASTER-COMPANY-CODE== BY ==REPL-COMPANY-CODE==
               ==MASTER-STATUS-CODE== BY ==REPL-STATUS-CODE==
               ==MASTER-STATUS-DATE== BY ==REPL-STATUS-DATE==.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-REPL-STAT     PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-REPLICA-FILENAME  PIC X(100)
                                VALUE 'name_master_replica.idx'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'replica_verify_report.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-LIVE-RKEY         PIC 9(9) COMP VALUE 0.
       01  WS-REPL-RKEY         PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-OTHER-FOUND-SW    PIC X VALUE 'N'.
           88  OTHER-SIDE-FOUND     VALUE 'Y'.

      *    One side's record as compared and hashed, and its company
      *    partition (blank already read as '01').
       01  WS-CMP-LIVE.
           05  WS-CMP-LIVE-NAME     PIC X(246).
           05  WS-CMP-LIVE-RUN-ID   PIC X(14).
       01  WS-CMP-LIVE-COMPANY  PIC X(2) VALUE SPACES.
       01  WS-CMP-REPL.
           05  WS-CMP-REPL-NAME     PIC X(246).
           05  WS-CMP-REPL-RUN-ID   PIC X(14).
       01  WS-CMP-REPL-COMPANY  PIC X(2) VALUE SPACES.
       01  WS-DIFF-FIELDS       PIC X(22) VALUE SPACES.
       01  WS-DIFF-PTR          PIC 9(3) COMP VALUE 1.

      *    Per-record fold, the same two-prime walk AUDCHAIN uses for
      *    its first half, over id plus the compared fields.
       01  WS-HASH-INPUT.
           05  WS-HASH-CUST-ID      PIC X(10).
           05  WS-HASH-FIELDS       PIC X(260).
       01  WS-RECORD-HASH       PIC 9(9) COMP VALUE 0.
       01  WS-HASH-LENGTH       PIC 9(4) COMP VALUE 0.

      *    Per-company tallies, both sides side by side.
       01  WS-CO-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CO-MAX            PIC 9(4) COMP VALUE 100.
       01  WS-CO-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CO-CODE-WORK      PIC X(2) VALUE SPACES.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 100 TIMES.
               10  WS-CO-CODE       PIC X(2).
               10  WS-CO-LIVE-COUNT PIC 9(9).
               10  WS-CO-LIVE-HASH  PIC 9(18).
               10  WS-CO-REPL-COUNT PIC 9(9).
               10  WS-CO-REPL-HASH  PIC 9(18).

       01  WS-LIVE-READ         PIC 9(9) VALUE 0.
       01  WS-REPL-READ         PIC 9(9) VALUE 0.
       01  WS-MATCHED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ONLY-LIVE-COUNT   PIC 9(9) VALUE 0.
       01  WS-ONLY-REPL-COUNT   PIC 9(9) VALUE 0.
       01  WS-DIFFERS-COUNT     PIC 9(9) VALUE 0.
       01  WS-CO-MISMATCH-COUNT PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-EDIT         PIC Z(17)9.
       01  WS-CO-VERDICT        PIC X(8) VALUE SPACES.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.
       01  WS-ALERT-EDIT-2      PIC ZZZ,ZZ9.
       01  WS-ALERT-EDIT-3      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS

           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to open name master. STATUS="
                   WS-MASTER-STAT " FILE="
                   FUNCTION TRIM(WS-MASTER-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REPLICA-MASTER-FILE
           IF WS-REPL-STAT NOT = "00"
               DISPLAY "Failed to open replica master. STATUS="
                   WS-REPL-STAT " FILE="
                   FUNCTION TRIM(WS-REPLICA-FILENAME)
               CLOSE NAME-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open verification report. STATUS="
                   WS-RPT-STAT
               CLOSE NAME-MASTER-FILE
               CLOSE REPLICA-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-REPLVER DR REPLICA VERIFICATION REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Live master     : "
                   FUNCTION TRIM(WS-MASTER-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Replica master  : "
                   FUNCTION TRIM(WS-REPLICA-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM WALK-LIVE-MASTER
           PERFORM WALK-REPLICA-MASTER

           CLOSE NAME-MASTER-FILE
           CLOSE REPLICA-MASTER-FILE
           PERFORM WRITE-COMPANY-TOTALS
           PERFORM WRITE-VERIFY-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "FT-REPLVER: matched=" WS-MATCHED-COUNT
               " only-live=" WS-ONLY-LIVE-COUNT
               " only-replica=" WS-ONLY-REPL-COUNT
               " differs=" WS-DIFFERS-COUNT
           IF WS-ONLY-LIVE-COUNT > 0 OR WS-ONLY-REPL-COUNT > 0
                   OR WS-DIFFERS-COUNT > 0
                   OR WS-CO-MISMATCH-COUNT > 0
               PERFORM RAISE-REPLICA-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Every live record: tally it, then find its twin on the
      *    replica and compare.
       WALK-LIVE-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ
                       PERFORM VERIFY-ONE-LIVE-RECORD
               END-READ
           END-PERFORM.

       VERIFY-ONE-LIVE-RECORD.
           MOVE MASTER-NAME-TEXT TO WS-CMP-LIVE-NAME
           MOVE MASTER-RUN-ID TO WS-CMP-LIVE-RUN-ID
           MOVE MASTER-COMPANY-CODE TO WS-CMP-LIVE-COMPANY
           IF WS-CMP-LIVE-COMPANY = SPACES
               MOVE '01' TO WS-CMP-LIVE-COMPANY
           END-IF
           MOVE MASTER-CUST-ID TO WS-HASH-CUST-ID
           MOVE WS-CMP-LIVE TO WS-HASH-FIELDS
           PERFORM COMPUTE-RECORD-HASH
           MOVE WS-CMP-LIVE-COMPANY TO WS-CO-CODE-WORK
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-IDX > 0
               ADD 1 TO WS-CO-LIVE-COUNT(WS-CO-IDX)
               ADD WS-RECORD-HASH TO WS-CO-LIVE-HASH(WS-CO-IDX)
           END-IF

           MOVE MASTER-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           MOVE WS-MASTER-RKEY TO WS-REPL-RKEY
           MOVE 'N' TO WS-OTHER-FOUND-SW
           READ REPLICA-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REPL-CUST-ID = MASTER-CUST-ID
                       MOVE 'Y' TO WS-OTHER-FOUND-SW
                   END-IF
           END-READ
           IF NOT OTHER-SIDE-FOUND
               ADD 1 TO WS-ONLY-LIVE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "ONLY-LIVE    " MASTER-CUST-ID
                       " COMPANY=" WS-CMP-LIVE-COMPANY
                       " RUN-ID=" MASTER-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE REPL-NAME-TEXT TO WS-CMP-REPL-NAME
           MOVE REPL-RUN-ID TO WS-CMP-REPL-RUN-ID
           IF WS-CMP-LIVE = WS-CMP-REPL
               ADD 1 TO WS-MATCHED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIFFERS-COUNT
           MOVE SPACES TO WS-DIFF-FIELDS
           MOVE 1 TO WS-DIFF-PTR
           IF WS-CMP-LIVE-NAME NOT = WS-CMP-REPL-NAME
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           IF WS-CMP-LIVE-RUN-ID NOT = WS-CMP-REPL-RUN-ID
               STRING "RUN-ID " DELIMITED BY SIZE
                   INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "DIFFERS      " MASTER-CUST-ID
                   " " WS-DIFF-FIELDS
                   " LIVE-RUN=" MASTER-RUN-ID
                   " REPL-RUN=" REPL-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *    Every replica record: tally it under its customer's live
      *    company, and report it when the live master has no such
      *    customer. Pairs present on both sides were compared on
      *    the live walk.
       WALK-REPLICA-MASTER.
      *    The live walk's keyed reads left the replica positioned
      *    at the last slot looked up; reopen to walk from the top.
           CLOSE REPLICA-MASTER-FILE
           OPEN INPUT REPLICA-MASTER-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REPLICA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REPL-READ
                       PERFORM VERIFY-ONE-REPLICA-RECORD
               END-READ
           END-PERFORM.

       VERIFY-ONE-REPLICA-RECORD.
           MOVE REPL-NAME-TEXT TO WS-CMP-REPL-NAME
           MOVE REPL-RUN-ID TO WS-CMP-REPL-RUN-ID
           MOVE REPL-COMPANY-CODE TO WS-CMP-REPL-COMPANY
           IF WS-CMP-REPL-COMPANY = SPACES
               MOVE '01' TO WS-CMP-REPL-COMPANY
           END-IF
           MOVE REPL-CUST-ID TO WS-HASH-CUST-ID
           MOVE WS-CMP-REPL TO WS-HASH-FIELDS
           PERFORM COMPUTE-RECORD-HASH

           MOVE REPL-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           MOVE WS-MASTER-RKEY TO WS-LIVE-RKEY
           MOVE 'N' TO WS-OTHER-FOUND-SW
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = REPL-CUST-ID
                       MOVE 'Y' TO WS-OTHER-FOUND-SW
                   END-IF
           END-READ
           MOVE WS-CMP-REPL-COMPANY TO WS-CO-CODE-WORK
           IF OTHER-SIDE-FOUND
               MOVE MASTER-COMPANY-CODE TO WS-CO-CODE-WORK
               IF WS-CO-CODE-WORK = SPACES
                   MOVE '01' TO WS-CO-CODE-WORK
               END-IF
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-IDX > 0
               ADD 1 TO WS-CO-REPL-COUNT(WS-CO-IDX)
               ADD WS-RECORD-HASH TO WS-CO-REPL-HASH(WS-CO-IDX)
           END-IF
           IF NOT OTHER-SIDE-FOUND
               ADD 1 TO WS-ONLY-REPL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "ONLY-REPLICA " REPL-CUST-ID
                       " COMPANY=" WS-CMP-REPL-COMPANY
                       " RUN-ID=" REPL-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

      *    Fold the id and compared fields up to the last non-blank
      *    byte, so a trailing blank never changes the total.
       COMPUTE-RECORD-HASH.
           MOVE 0 TO WS-RECORD-HASH
           MOVE 270 TO WS-HASH-LENGTH
           PERFORM UNTIL WS-HASH-LENGTH = 0
                   OR WS-HASH-INPUT(WS-HASH-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HASH-LENGTH
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-HASH-LENGTH
               COMPUTE WS-RECORD-HASH = FUNCTION MOD(
                   (WS-RECORD-HASH * 31) +
                   FUNCTION ORD(WS-HASH-INPUT(IDX:1)),
                   999999937)
           END-PERFORM.

       FIND-COMPANY-ENTRY.
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-CO-COUNT
               IF WS-CO-CODE(IDX) = WS-CO-CODE-WORK
                   MOVE IDX TO WS-CO-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-IDX = 0
               IF WS-CO-COUNT < WS-CO-MAX
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-IDX
                   MOVE WS-CO-CODE-WORK TO WS-CO-CODE(WS-CO-IDX)
                   MOVE 0 TO WS-CO-LIVE-COUNT(WS-CO-IDX)
                       WS-CO-LIVE-HASH(WS-CO-IDX)
                       WS-CO-REPL-COUNT(WS-CO-IDX)
                       WS-CO-REPL-HASH(WS-CO-IDX)
               ELSE
                   DISPLAY "Company table full, not totalled: "
                       WS-CO-CODE-WORK
               END-IF
           END-IF.

      *    One line per company per side, then the verdict for that
      *    company: both the count and the hash total must agree.
       WRITE-COMPANY-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PER-COMPANY CONTROL TOTALS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-LIVE-COUNT(WS-CO-IDX)
                       = WS-CO-REPL-COUNT(WS-CO-IDX)
                   AND WS-CO-LIVE-HASH(WS-CO-IDX)
                       = WS-CO-REPL-HASH(WS-CO-IDX)
                   MOVE "AGREE" TO WS-CO-VERDICT
               ELSE
                   MOVE "MISMATCH" TO WS-CO-VERDICT
                   ADD 1 TO WS-CO-MISMATCH-COUNT
               END-IF
               MOVE WS-CO-LIVE-COUNT(WS-CO-IDX) TO WS-NUM-EDIT
               MOVE WS-CO-LIVE-HASH(WS-CO-IDX) TO WS-HASH-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "COMPANY " WS-CO-CODE(WS-CO-IDX)
                       " LIVE    RECORDS " WS-NUM-EDIT
                       " HASH TOTAL " WS-HASH-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-CO-REPL-COUNT(WS-CO-IDX) TO WS-NUM-EDIT
               MOVE WS-CO-REPL-HASH(WS-CO-IDX) TO WS-HASH-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "COMPANY " WS-CO-CODE(WS-CO-IDX)
                       " REPLICA RECORDS " WS-NUM-EDIT
                       " HASH TOTAL " WS-HASH-EDIT
                       " " WS-CO-VERDICT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LIVE-READ TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Live records    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPL-READ TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Replica records : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MATCHED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Matched         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ONLY-LIVE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Only on live    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ONLY-REPL-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Only on replica : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DIFFERS-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Differing       : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CO-MISMATCH-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Company totals  : " WS-NUM-EDIT " mismatched"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-ONLY-LIVE-COUNT = 0 AND WS-ONLY-REPL-COUNT = 0
                   AND WS-DIFFERS-COUNT = 0
                   AND WS-CO-MISMATCH-COUNT = 0
               MOVE "VERDICT: REPLICA VERIFIED" TO REPORT-RECORD
           ELSE
               MOVE "VERDICT: REPLICA DIFFERS" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       RAISE-REPLICA-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE 'FT-REPLVER' TO ALERT-PROGRAM
           MOVE 'WARN' TO ALERT-SEVERITY
           MOVE 'REPLICA-DIFF' TO ALERT-CODE
           MOVE WS-ONLY-LIVE-COUNT TO WS-ALERT-EDIT
           MOVE WS-ONLY-REPL-COUNT TO WS-ALERT-EDIT-2
           MOVE WS-DIFFERS-COUNT TO WS-ALERT-EDIT-3
           STRING "DR replica differs: only-live "
                   FUNCTION TRIM(WS-ALERT-EDIT)
                   " only-replica " FUNCTION TRIM(WS-ALERT-EDIT-2)
                   " differing " FUNCTION TRIM(WS-ALERT-EDIT-3)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL 'ALERTQ' USING ALERT-RECORD.

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
                   WHEN WS-PARM-WORK(1:7) = 'MASTER='
                       MOVE WS-PARM-WORK(8:93) TO WS-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'REPLICA='
                       MOVE WS-PARM-WORK(9:92)
                           TO WS-REPLICA-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-REPLVER.
