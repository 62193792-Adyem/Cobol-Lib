      *                   never overwritten, and the report carries
      *                   restored / not-found / conflict counts --
      *                   purge is finally reversible for the
      *                   retention-hold cases;
      *      MODE=STATUS  apply lifecycle status changes (active,
      *                   deceased, closed, pending purge) from a
      *                   status-transaction file (STATUSTX=) to the
      *                   master's status code and effective date.
      *                   Every applied change appends a line to
      *                   name_status_history.txt -- old code, new
      *                   code, effective and applied dates, operator
      *                   and reason -- so a customer's standing can
      *                   always be traced back; a transaction that
      *                   cannot apply goes to name_status_rejects.txt
      *                   with its reason. Retired-by-merge (R) is set
      *                   only by FT-MERGE and never through here;
      *      MODE=ROLLFWD rebuild the master as it stood after a
      *                   chosen run (TORUN= its run id): RELOAD from
      *                   the backup, then replay the forward-recovery
      *                   journal (name_master_journal.txt, JOURNAL= to
      *                   override) from the UNLOAD that wrote that
      *                   backup up to and including the last line of
      *                   the TORUN run. Replay is by image -- an add
      *                   or change lands its after image, a delete or
      *                   erasure removes the record -- so replaying a
      *                   line twice does no harm, and a journal with
      *                   no marker for the backup replays from its
      *                   first line. A customer FT-ERASE has erased
      *                   stays erased: its journal images are blank
      *                   and are skipped. Take a fresh UNLOAD after a
      *                   roll-forward to an earlier run, so the next
      *                   recovery does not replay the abandoned runs.
      *    PURGE and APPLYDEL both ask LEGALHLD first: a customer
      *    under a legal hold in force (legal_holds.txt) is never
      *    deleted -- PURGE skips the id, APPLYDEL keeps the entry
      *    pending -- and the maintenance report lists each refusal
      *    with its matter number.
      *    Every change this program makes to the master in the
      *    PURGE, APPLYDEL, RESTORE and STATUS modes is journaled
      *    through MSTJRNL like FT-NAME's upserts; UNLOAD writes the
      *    marker line ROLLFWD starts from. RELOAD and ROLLFWD
      *    themselves are not journaled -- they only re-land what the
      *    backup and journal already hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STAT.
           SELECT STATUS-TX-FILE ASSIGN TO DYNAMIC
               WS-STATUS-TX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STX-STAT.
           SELECT STATUS-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-STSHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STAT.
           SELECT STATUS-REJECTS-FILE ASSIGN TO DYNAMIC
               WS-STSREJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRJ-STAT.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

      *    Backup rows are the master record flattened to the same
      *    id-then-text line layout every other file in the suite
      *    uses (run id in bytes 257-270, company code 271-272,
      *    status code 273, status date 274-281), so a backup is also
      *    directly greppable. A backup taken before the master
      *    carried run ids, company codes or status reloads with
      *    those fields blank -- a blank status reads as active.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD          PIC X(281).

       FD  PURGE-IDS-FILE.
       01  PURGE-IDS-RECORD       PIC X(80).
       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-RECORD     PIC X(40).

      *    Apply log: date and time applied 1-14, id 16-25, then
      *    the QUEUED-BY= and APPLIED-BY= operators.
       FD  APPLYDEL-LOG-FILE.
       01  APPLYDEL-LOG-RECORD    PIC X(80).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD         PIC X(281).

      *    Status transaction: id 1-10, new status code 12,
      *    effective date 14-21 (blank = run date), operator 23-30
      *    (blank = the OPERATOR= PARM), reason 32-71.
       FD  STATUS-TX-FILE.
       01  STATUS-TX-RECORD       PIC X(80).

      *    Status history: id 1-10, old code 12, new code 14,
      *    effective date 16-23, applied date 25-32, operator 34-41,
      *    reason 43-82. Append-only -- FT-MERGE writes its R lines
      *    here too.
       FD  STATUS-HISTORY-FILE.
       01  STATUS-HISTORY-RECORD  PIC X(82).

      *    Refused transaction as read, reason at 82-111.
       FD  STATUS-REJECTS-FILE.
       01  STATUS-REJECTS-RECORD  PIC X(111).

      *    Forward-recovery journal, JOURNAL-RECORD.cpy layout; read
      *    here only by MODE=ROLLFWD (MSTJRNL does all the writing).
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD    PIC X(619).

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(80).
       77  WS-PDL-STAT      PIC XX VALUE SPACES.
       77  WS-PDN-STAT      PIC XX VALUE SPACES.
       77  WS-ADL-STAT      PIC XX VALUE SPACES.
       77  WS-STX-STAT      PIC XX VALUE SPACES.
       77  WS-SHS-STAT      PIC XX VALUE SPACES.
       77  WS-SRJ-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-JNL-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-MASTER-FILENAME    PIC X(100) VALUE 'name_master.idx'.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-RUN-DATE           PIC X(8).
       01  WS-RUN-ID             PIC X(14).
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-PARM-STRING        PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1       PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2       PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3       PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4       PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK          PIC X(100) VALUE SPACES.

       01  WS-RUN-MODE           PIC X(8) VALUE SPACES.
           88  MODE-PURGE            VALUE 'PURGE'.
           88  MODE-RESTORE          VALUE 'RESTORE'.
           88  MODE-APPLYDEL         VALUE 'APPLYDEL'.
           88  MODE-STATUS           VALUE 'STATUS'.
           88  MODE-ROLLFWD          VALUE 'ROLLFWD'.

      *    Roll-forward state for MODE=ROLLFWD. The start line is the
      *    journal line after the last UNLOAD marker naming the
      *    backup (1 when there is none).
       01  WS-JOURNAL-FILENAME   PIC X(100)
                                 VALUE 'name_master_journal.txt'.
       01  WS-TO-RUN-ID          PIC X(14) VALUE SPACES.
       01  WS-JRNL-LINE-NO       PIC 9(9) VALUE 0.
       01  WS-JRNL-START-LINE    PIC 9(9) VALUE 1.
       01  WS-MARKER-RUN-ID      PIC X(14) VALUE SPACES.
       01  WS-TORUN-SEEN-SW      PIC X VALUE 'N'.
       01  WS-RFWD-APPLIED       PIC 9(9) VALUE 0.
       01  WS-RFWD-ERASED-SKIP   PIC 9(9) VALUE 0.

      *    Lifecycle status state for MODE=STATUS.
       01  WS-STATUS-TX-FILENAME PIC X(100)
                                 VALUE 'name_status_tx.txt'.
       01  WS-STSHIST-FILENAME   PIC X(100)
                                 VALUE 'name_status_history.txt'.
       01  WS-STSREJ-FILENAME    PIC X(100)
                                 VALUE 'name_status_rejects.txt'.
       01  WS-NEW-STATUS-CODE    PIC X(1) VALUE SPACES.
           88  STATUS-CODE-SETTABLE  VALUE 'A' 'D' 'C' 'P'.
       01  WS-OLD-STATUS-CODE    PIC X(1) VALUE SPACES.
       01  WS-STATUS-EFF-DATE    PIC X(8) VALUE SPACES.
       01  WS-STATUS-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-STATUS-REASON      PIC X(30) VALUE SPACES.
       01  WS-STATUS-APPLIED     PIC 9(9) VALUE 0.
       01  WS-STATUS-REJECTED    PIC 9(9) VALUE 0.

      *    Dual-control apply state for MODE=APPLYDEL.
       01  WS-PENDING-DEL-FILENAME PIC X(100)
       01  WS-DELETES-APPLIED    PIC 9(9) VALUE 0.
       01  WS-DUAL-HELD-COUNT    PIC 9(9) VALUE 0.

      *    Legal hold refusals for MODE=PURGE and MODE=APPLYDEL, kept
      *    for the maintenance report.
       01  WS-HOLD-FUNC          PIC X VALUE SPACE.
       01  WS-HOLD-COMPANY       PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER        PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW            PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD      VALUE 'Y'.
       01  WS-LEGAL-HELD-COUNT   PIC 9(9) VALUE 0.
       01  WS-REFUSAL-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-REFUSAL-MAX        PIC 9(4) COMP VALUE 500.
       01  WS-REFUSAL-TABLE.
           05  WS-REFUSAL-ENTRY OCCURS 500 TIMES.
               10  WS-RFSL-CUST-ID  PIC X(10).
               10  WS-RFSL-MATTER   PIC X(20).

       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID     PIC X(10) VALUE SPACES.
       01  WS-UNLOADED-COUNT     PIC 9(9) VALUE 0.
           05  WS-RESTORE-ENTRY OCCURS 1000 TIMES.
               10  WS-RSTR-CUST-ID  PIC X(10).
               10  WS-RSTR-FOUND    PIC X(1).
               10  WS-RSTR-RECORD   PIC X(281).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS

           EVALUATE TRUE
                   PERFORM RESTORE-FROM-ARCHIVE
               WHEN MODE-APPLYDEL
                   PERFORM APPLY-PENDING-DELETES
               WHEN MODE-STATUS
                   PERFORM APPLY-STATUS-TRANSACTIONS
               WHEN MODE-ROLLFWD
                   PERFORM ROLL-FORWARD-MASTER
               WHEN OTHER
                   DISPLAY "FT-NAMEMNT: supply MODE=UNLOAD, "
                       "MODE=RELOAD, MODE=PURGE, MODE=RESTORE, "
                       "MODE=APPLYDEL, MODE=STATUS or MODE=ROLLFWD"
                   MOVE 2 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           END-PERFORM

           CLOSE NAME-MASTER-FILE
           CLOSE BACKUP-FILE
           IF RETURN-CODE NOT = 2
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'U' TO JRNL-ACTION
               MOVE WS-BACKUP-FILENAME TO JRNL-AFTER-IMAGE
               PERFORM JOURNAL-MASTER-CHANGE
               PERFORM CLOSE-MASTER-JOURNAL
           END-IF.

      *    Rebuild the master from a backup. Opening the master OUTPUT
      *    first empties it, so a reload of a freshly unloaded backup
           MOVE BACKUP-RECORD(11:246) TO MASTER-NAME-TEXT
           MOVE BACKUP-RECORD(257:14) TO MASTER-RUN-ID
           MOVE BACKUP-RECORD(271:2) TO MASTER-COMPANY-CODE
           MOVE BACKUP-RECORD(273:1) TO MASTER-STATUS-CODE
           MOVE BACKUP-RECORD(274:8) TO MASTER-STATUS-DATE
           MOVE MASTER-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           WRITE MASTER-RECORD

           CLOSE PURGE-IDS-FILE
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           CLOSE ARCHIVE-FILE
           PERFORM RELEASE-LEGAL-HOLDS.

      *    A slot that holds a different customer's id is a hash-fold
      *    neighbor of the requested id, not the requested customer --
      *    leave it alone and count the id as not found. A customer
      *    under legal hold stays on the master untouched.
       PURGE-ONE-CUSTOMER.
           MOVE PURGE-IDS-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   ADD 1 TO WS-NOTFOUND-COUNT
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                       PERFORM CHECK-LEGAL-HOLD
                   END-IF
                   EVALUATE TRUE
                       WHEN MASTER-CUST-ID NOT = WS-LOOKUP-CUST-ID
                           ADD 1 TO WS-NOTFOUND-COUNT
                       WHEN CUSTOMER-IS-HELD
                           DISPLAY "Legal hold - " WS-LOOKUP-CUST-ID
                               " not purged, matter " WS-HOLD-MATTER
                       WHEN OTHER
                           PERFORM PURGE-MASTER-RECORD
                   END-EVALUATE
           END-READ.

       PURGE-MASTER-RECORD.
           MOVE MASTER-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           IF WS-ARC-STAT NOT = "00"
               DISPLAY "Write error on purge archive. "
                   "STATUS=" WS-ARC-STAT
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'D' TO JRNL-ACTION
           MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
           DELETE NAME-MASTER-FILE RECORD
           IF WS-MASTER-STAT = "00"
               ADD 1 TO WS-PURGED-COUNT
               PERFORM JOURNAL-MASTER-CHANGE
           ELSE
               DISPLAY "Delete failed for id "
                   WS-LOOKUP-CUST-ID " STATUS="
                   WS-MASTER-STAT
           END-IF.

      *    Ask LEGALHLD about the master record just read. The
      *    record's own company is passed (blank is the default
      *    partition), so LEGALHLD never has to open the master this
      *    program holds I-O. A held customer is remembered for the
      *    maintenance report.
       CHECK-LEGAL-HOLD.
           MOVE MASTER-COMPANY-CODE TO WS-HOLD-COMPANY
           IF WS-HOLD-COMPANY = SPACES
               MOVE '01' TO WS-HOLD-COMPANY
           END-IF
           MOVE 'C' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-LOOKUP-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW
           IF CUSTOMER-IS-HELD
               ADD 1 TO WS-LEGAL-HELD-COUNT
               IF WS-REFUSAL-COUNT < WS-REFUSAL-MAX
                   ADD 1 TO WS-REFUSAL-COUNT
                   MOVE WS-LOOKUP-CUST-ID
                       TO WS-RFSL-CUST-ID(WS-REFUSAL-COUNT)
                   MOVE WS-HOLD-MATTER
                       TO WS-RFSL-MATTER(WS-REFUSAL-COUNT)
               END-IF
           END-IF.

       RELEASE-LEGAL-HOLDS.
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-LOOKUP-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW.

      *    Lifecycle status changes. The master opens I-O and the
      *    history and rejects files open before the first
      *    transaction reads, so a change never lands untraced.
       APPLY-STATUS-TRANSACTIONS.
           OPEN INPUT STATUS-TX-FILE
           IF WS-STX-STAT NOT = "00"
               DISPLAY "Failed to open status transactions. STATUS="
                   WS-STX-STAT " FILE="
                   FUNCTION TRIM(WS-STATUS-TX-FILENAME)
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to open name master. STATUS="
                   WS-MASTER-STAT
               CLOSE STATUS-TX-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND STATUS-HISTORY-FILE
           IF WS-SHS-STAT = "35"
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF
           IF WS-SHS-STAT NOT = "00"
               DISPLAY "Failed to open status history. STATUS="
                   WS-SHS-STAT
               CLOSE STATUS-TX-FILE
               CLOSE NAME-MASTER-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STATUS-REJECTS-FILE
           IF WS-SRJ-STAT NOT = "00"
               DISPLAY "Failed to open status rejects. STATUS="
                   WS-SRJ-STAT
               CLOSE STATUS-TX-FILE
               CLOSE NAME-MASTER-FILE
               CLOSE STATUS-HISTORY-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STATUS-TX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF FUNCTION TRIM(STATUS-TX-RECORD(1:10))
                               NOT = SPACES
                           PERFORM APPLY-ONE-STATUS-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STATUS-TX-FILE
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           CLOSE STATUS-HISTORY-FILE
           CLOSE STATUS-REJECTS-FILE
           IF WS-STATUS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    A blank code on the master is a record from before status
      *    was carried, and reads as active. The same code twice is
      *    refused rather than written, so the history only ever
      *    shows real transitions.
       APPLY-ONE-STATUS-CHANGE.
           MOVE SPACES TO WS-STATUS-REASON
           MOVE STATUS-TX-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           MOVE FUNCTION UPPER-CASE(STATUS-TX-RECORD(12:1))
               TO WS-NEW-STATUS-CODE
           MOVE STATUS-TX-RECORD(14:8) TO WS-STATUS-EFF-DATE
           IF WS-STATUS-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-STATUS-EFF-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(STATUS-TX-RECORD(23:8))
               TO WS-STATUS-OPERATOR
           IF WS-STATUS-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-STATUS-OPERATOR
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-STATUS-CODE = 'R'
                   MOVE "RETIRE ONLY BY MERGE" TO WS-STATUS-REASON
               WHEN NOT STATUS-CODE-SETTABLE
                   MOVE "INVALID STATUS CODE" TO WS-STATUS-REASON
               WHEN WS-STATUS-EFF-DATE IS NOT NUMERIC
                   MOVE "INVALID EFFECTIVE DATE" TO WS-STATUS-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-STATUS-EFF-DATE)) NOT = 0
                   MOVE "INVALID EFFECTIVE DATE" TO WS-STATUS-REASON
               WHEN WS-STATUS-EFF-DATE > WS-RUN-DATE
                   MOVE "FUTURE EFFECTIVE DATE" TO WS-STATUS-REASON
               WHEN OTHER
                   PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   READ NAME-MASTER-FILE
                       INVALID KEY
                           MOVE "ID NOT ON MASTER" TO WS-STATUS-REASON
                       NOT INVALID KEY
                           IF MASTER-CUST-ID NOT = WS-LOOKUP-CUST-ID
                               MOVE "ID NOT ON MASTER"
                                   TO WS-STATUS-REASON
                           END-IF
                   END-READ
           END-EVALUATE
           IF WS-STATUS-REASON = SPACES
               MOVE MASTER-STATUS-CODE TO WS-OLD-STATUS-CODE
               IF WS-OLD-STATUS-CODE = SPACE
                   MOVE 'A' TO WS-OLD-STATUS-CODE
               END-IF
               EVALUATE TRUE
                   WHEN WS-OLD-STATUS-CODE = 'R'
                       MOVE "CUSTOMER RETIRED BY MERGE"
                           TO WS-STATUS-REASON
                   WHEN WS-OLD-STATUS-CODE = WS-NEW-STATUS-CODE
                       MOVE "NO STATUS CHANGE" TO WS-STATUS-REASON
                   WHEN OTHER
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE 'C' TO JRNL-ACTION
                       MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
                       MOVE WS-NEW-STATUS-CODE TO MASTER-STATUS-CODE
                       MOVE WS-STATUS-EFF-DATE TO MASTER-STATUS-DATE
                       REWRITE MASTER-RECORD
                       END-REWRITE
                       IF WS-MASTER-STAT NOT = "00"
                           MOVE "MASTER REWRITE FAILED"
                               TO WS-STATUS-REASON
                       ELSE
                           MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
                           PERFORM JOURNAL-MASTER-CHANGE
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-STATUS-REASON = SPACES
               PERFORM WRITE-STATUS-HISTORY-LINE
               ADD 1 TO WS-STATUS-APPLIED
           ELSE
               MOVE SPACES TO STATUS-REJECTS-RECORD
               MOVE STATUS-TX-RECORD TO STATUS-REJECTS-RECORD(1:80)
               MOVE WS-STATUS-REASON TO STATUS-REJECTS-RECORD(82:30)
               WRITE STATUS-REJECTS-RECORD
               ADD 1 TO WS-STATUS-REJECTED
           END-IF.

       WRITE-STATUS-HISTORY-LINE.
           MOVE SPACES TO STATUS-HISTORY-RECORD
           MOVE WS-LOOKUP-CUST-ID TO STATUS-HISTORY-RECORD(1:10)
           MOVE WS-OLD-STATUS-CODE TO STATUS-HISTORY-RECORD(12:1)
           MOVE WS-NEW-STATUS-CODE TO STATUS-HISTORY-RECORD(14:1)
           MOVE WS-STATUS-EFF-DATE TO STATUS-HISTORY-RECORD(16:8)
           MOVE WS-RUN-DATE TO STATUS-HISTORY-RECORD(25:8)
           MOVE WS-STATUS-OPERATOR TO STATUS-HISTORY-RECORD(34:8)
           MOVE STATUS-TX-RECORD(32:40) TO STATUS-HISTORY-RECORD(43:40)
           WRITE STATUS-HISTORY-RECORD
           IF WS-SHS-STAT NOT = "00"
               DISPLAY "Write error on status history. STATUS="
                   WS-SHS-STAT
           END-IF.

      *    Re-insert purged customers from an archive file. The id
      *    list loads first; one sequential pass over the archive
                   UNTIL WS-RESTORE-IDX > WS-RESTORE-COUNT
               PERFORM RESTORE-ONE-CUSTOMER
           END-PERFORM
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL.

       LOAD-RESTORE-ID-LIST.
           MOVE 0 TO WS-RESTORE-COUNT
                           TO MASTER-RUN-ID
                       MOVE WS-RSTR-RECORD(WS-RESTORE-IDX)(271:2)
                           TO MASTER-COMPANY-CODE
                       MOVE WS-RSTR-RECORD(WS-RESTORE-IDX)(273:1)
                           TO MASTER-STATUS-CODE
                       MOVE WS-RSTR-RECORD(WS-RESTORE-IDX)(274:8)
                           TO MASTER-STATUS-DATE
      *                A customer purged while pending purge comes
      *                back active; any other status returns as it
      *                was archived.
                       IF MASTER-STATUS-CODE = 'P'
                           MOVE 'A' TO MASTER-STATUS-CODE
                           MOVE WS-RUN-DATE TO MASTER-STATUS-DATE
                       END-IF
                       WRITE MASTER-RECORD
                       END-WRITE
                       IF WS-MASTER-STAT = "00"
                           ADD 1 TO WS-RESTORED-COUNT
                           MOVE SPACES TO JOURNAL-RECORD
                           MOVE 'A' TO JRNL-ACTION
                           MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
                           PERFORM JOURNAL-MASTER-CHANGE
                       ELSE
                           DISPLAY "Restore write failed for id "
                               WS-LOOKUP-CUST-ID " STATUS="
           CLOSE PENDING-DELETES-FILE
           CLOSE PENDING-NEW-FILE
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           CLOSE ARCHIVE-FILE
           CLOSE APPLYDEL-LOG-FILE
           PERFORM RELEASE-LEGAL-HOLDS
           CALL "CBL_DELETE_FILE" USING WS-PENDING-DEL-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-PENDING-NEW-FILENAME
               WS-PENDING-DEL-FILENAME
           DISPLAY "FT-NAMEMNT: deletes applied="
               WS-DELETES-APPLIED " held for dual control="
               WS-DUAL-HELD-COUNT " under legal hold="
               WS-LEGAL-HELD-COUNT.

       JUDGE-ONE-PENDING-DELETE.
           IF PENDING-DELETES-RECORD(12:8) = WS-OPERATOR-ID
                       ADD 1 TO WS-NOTFOUND-COUNT
                   NOT INVALID KEY
                       IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                           PERFORM CHECK-LEGAL-HOLD
                       END-IF
                       EVALUATE TRUE
                           WHEN MASTER-CUST-ID NOT = WS-LOOKUP-CUST-ID
                               ADD 1 TO WS-NOTFOUND-COUNT
                           WHEN CUSTOMER-IS-HELD
                               DISPLAY "Legal hold - "
                                   WS-LOOKUP-CUST-ID
                                   " stays pending, matter "
                                   WS-HOLD-MATTER
                               MOVE PENDING-DELETES-RECORD
                                   TO PENDING-NEW-RECORD
                               WRITE PENDING-NEW-RECORD
                           WHEN OTHER
                               PERFORM APPLY-ONE-PENDING-DELETE
                       END-EVALUATE
               END-READ
           END-IF.

       APPLY-ONE-PENDING-DELETE.
           MOVE MASTER-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'D' TO JRNL-ACTION
           MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
           DELETE NAME-MASTER-FILE RECORD
           IF WS-MASTER-STAT = "00"
               ADD 1 TO WS-DELETES-APPLIED
               PERFORM LOG-ONE-APPLIED-DELETE
               PERFORM JOURNAL-MASTER-CHANGE
           ELSE
               DISPLAY "Delete failed for id "
                   WS-LOOKUP-CUST-ID " STATUS="
                   WS-MASTER-STAT
           END-IF.

       LOG-ONE-APPLIED-DELETE.
           IF WS-ADL-STAT = "00"
               MOVE SPACES TO APPLYDEL-LOG-RECORD
               STRING FUNCTION CURRENT-DATE(1:14)
                       " " WS-LOOKUP-CUST-ID
                       " QUEUED-BY=" PENDING-DELETES-RECORD(12:8)
                       " APPLIED-BY=" WS-OPERATOR-ID
               END-IF
           END-IF.

      *    Roll the master forward: reload the backup, find where the
      *    journal picks up after it, and replay through the TORUN
      *    run. The journal is read in two passes -- the first only
      *    to find the backup's UNLOAD marker, since the same backup
      *    name is normally reused and only its LAST marker counts.
      *    A marker stamped after TORUN means the backup already
      *    holds later changes than asked for, and no replay can
      *    take them back out.
       ROLL-FORWARD-MASTER.
           IF WS-TO-RUN-ID = SPACES
               DISPLAY "FT-NAMEMNT: MODE=ROLLFWD requires TORUN= "
                   "naming the last run to replay"
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-BACKUP-UNLOAD-MARKER
           IF WS-MARKER-RUN-ID NOT = SPACES
                   AND WS-MARKER-RUN-ID > WS-TO-RUN-ID
               DISPLAY "FT-NAMEMNT: backup "
                   FUNCTION TRIM(WS-BACKUP-FILENAME)
                   " was unloaded by run " WS-MARKER-RUN-ID
                   ", after TORUN=" WS-TO-RUN-ID
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-MARKER-RUN-ID = SPACES
               DISPLAY "FT-NAMEMNT: no unload marker for "
                   FUNCTION TRIM(WS-BACKUP-FILENAME)
                   " - replaying the whole journal"
           END-IF

           PERFORM RELOAD-MASTER-FROM-BACKUP

           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STAT NOT = "00"
               DISPLAY "Failed to open master journal. STATUS="
                   WS-JNL-STAT " FILE="
                   FUNCTION TRIM(WS-JOURNAL-FILENAME)
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to open name master. STATUS="
                   WS-MASTER-STAT
               CLOSE JOURNAL-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-JRNL-LINE-NO
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-JRNL-LINE-NO
                       IF WS-JRNL-LINE-NO >= WS-JRNL-START-LINE
                           PERFORM REPLAY-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE NAME-MASTER-FILE
           IF WS-TORUN-SEEN-SW NOT = 'Y'
               DISPLAY "FT-NAMEMNT: no journal lines for run "
                   WS-TO-RUN-ID " - master stands after the last "
                   "earlier run journaled"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FT-NAMEMNT: roll-forward applied="
               WS-RFWD-APPLIED " erased skipped="
               WS-RFWD-ERASED-SKIP.

       FIND-BACKUP-UNLOAD-MARKER.
           MOVE 1 TO WS-JRNL-START-LINE
           MOVE SPACES TO WS-MARKER-RUN-ID
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STAT NOT = "00"
               DISPLAY "Failed to open master journal. STATUS="
                   WS-JNL-STAT " FILE="
                   FUNCTION TRIM(WS-JOURNAL-FILENAME)
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-JRNL-LINE-NO
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-JRNL-LINE-NO
                       IF JRNL-ACTION = 'U'
                               AND JRNL-AFTER-IMAGE(1:100)
                                   = WS-BACKUP-FILENAME
                           COMPUTE WS-JRNL-START-LINE =
                               WS-JRNL-LINE-NO + 1
                           MOVE JRNL-RUN-ID TO WS-MARKER-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *    Lines past TORUN are not replayed; the journal is appended
      *    run after run, so the first one ends the replay.
       REPLAY-ONE-JOURNAL-LINE.
           IF JRNL-RUN-ID > WS-TO-RUN-ID
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF JRNL-RUN-ID = WS-TO-RUN-ID
               MOVE 'Y' TO WS-TORUN-SEEN-SW
           END-IF
           EVALUATE JRNL-ACTION
               WHEN 'A'
               WHEN 'C'
                   IF JRNL-AFTER-IMAGE = SPACES
                       ADD 1 TO WS-RFWD-ERASED-SKIP
                   ELSE
                       PERFORM REPLAY-AFTER-IMAGE
                   END-IF
               WHEN 'D'
               WHEN 'E'
                   PERFORM REPLAY-MASTER-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLAY-AFTER-IMAGE.
           MOVE JRNL-AFTER-IMAGE TO MASTER-RECORD
           MOVE MASTER-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
                   END-REWRITE
           END-WRITE
           IF WS-MASTER-STAT = "00"
               ADD 1 TO WS-RFWD-APPLIED
           ELSE
               DISPLAY "Roll-forward write failed for id "
                   MASTER-CUST-ID " STATUS=" WS-MASTER-STAT
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    As in PURGE, a slot holding a fold neighbor is left alone.
       REPLAY-MASTER-DELETE.
           MOVE JRNL-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ NAME-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                       DELETE NAME-MASTER-FILE RECORD
                       IF WS-MASTER-STAT = "00"
                           ADD 1 TO WS-RFWD-APPLIED
                       ELSE
                           DISPLAY "Roll-forward delete failed for id "
                               WS-LOOKUP-CUST-ID " STATUS="
                               WS-MASTER-STAT
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      *    One journal line per master change, through MSTJRNL. The
      *    caller has set the action and the images.
       JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-NAMEMNT' TO JRNL-PROGRAM
           MOVE WS-LOOKUP-CUST-ID TO JRNL-CUST-ID
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

      *    Byte-identical to name.cob's COMPUTE-MASTER-RELATIVE-KEY.
       COMPUTE-MASTER-RELATIVE-KEY.
           IF WS-KEYSPACE-LOADED-SW NOT = 'Y'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF MODE-STATUS
                   MOVE WS-STATUS-APPLIED TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Status applied  : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-STATUS-REJECTED TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Status rejected : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF MODE-ROLLFWD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Rolled to run   : " WS-TO-RUN-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-RFWD-APPLIED TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Journal applied : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-RFWD-ERASED-SKIP TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Erased skipped  : " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF MODE-PURGE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Archive file    : "
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF MODE-PURGE OR MODE-APPLYDEL
                   PERFORM WRITE-LEGAL-HOLD-REFUSALS
               END-IF
               CLOSE REPORT-FILE
           END-IF.

      *    One line per customer refused under legal hold, with the
      *    matter that holds it.
       WRITE-LEGAL-HOLD-REFUSALS.
           MOVE WS-LEGAL-HELD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Legal hold      : " WS-NUM-EDIT
                   " refused"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-REFUSAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  REFUSED " WS-RFSL-CUST-ID(IDX)
                       " LEGAL HOLD MATTER " WS-RFSL-MATTER(IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-LEGAL-HELD-COUNT > WS-REFUSAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ... further refusals on the job log only"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-LEGAL-HELD-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    The keyword list outgrew the old one-paragraph-per-token
      *    scheme when RESTORE arrived; tokens now feed the same
      *    APPLY-ONE-PARM-KEYWORD dispatcher convention FT-NAME uses.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
                        WS-PARM-TOKEN-4
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                   WHEN WS-PARM-WORK(1:11) = 'RESTOREIDS='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-RESTORE-IDS-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'STATUSTX='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-STATUS-TX-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'TORUN='
                       MOVE WS-PARM-WORK(7:14) TO WS-TO-RUN-ID
                   WHEN WS-PARM-WORK(1:8) = 'JOURNAL='
                       MOVE WS-PARM-WORK(9:92) TO WS-JOURNAL-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
