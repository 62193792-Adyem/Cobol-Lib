       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-ERASE.

      *    Right-to-erasure ("forget me") utility. An erasure used to
      *    mean an FT-NAMEMNT PURGE followed by a by-hand search of
      *    every flat store the suite keeps, with no proof anything
      *    was missed. This step takes a list of customer ids (IDS=,
      *    one id in bytes 1-10 per line) and, for every id on it:
      *      - deletes the name master and address master records
      *        outright -- no purge archive, an erasure must not
      *        leave a copy behind -- journaling each name master
      *        delete as an erasure (action E, blank images) so
      *        FT-NAMEMNT MODE=ROLLFWD never brings the customer back,
      *        and deletes the customer's own slot on the DR replica
      *        (name_master_replica.idx) too, since no FT-COMPARE
      *        delete delta will ever reach it;
      *      - blanks the before and after images on the customer's
      *        earlier name master journal lines, keeping the line
      *        itself so the journal still replays in order, and
      *        drops the customer from the master backup ROLLFWD
      *        reloads;
      *      - drops the customer's lines from each flat store
      *        (clean names/addresses/contacts, alternate
      *        addresses, name history, alternate names, the
      *        name change pairs, the address and contact change
      *        histories, the return-mail (nixie) history, the
      *        reject ledger, the corrections log, the source key
      *        cross-reference, the name, address and contact
      *        reject and exception review queues, FT-LISTPULL's
      *        selected ids, FT-COMPARE's name delta, the
      *        identity-risk review worklist,
      *        the data-quality scores and worst list, the golden
      *        record, the name search index and the phone/email
      *        and address reverse-lookup indexes, the household
      *        files, joint links, organization duplicate pairs,
      *        the contact history and consent ledger, the letter
      *        page index, the change-confirmation requests and
      *        log, the QA sample queue and accuracy history,
      *        salutations, the CRM extract, the merge archive, and
      *        every retained clean_names_G*.txt generation listed in
      *        clean_names_generations.idx), each rewritten through a
      *        .new working copy and renamed into place. Clean
      *        names, its generations and the golden record keep
      *        their HDR and get a TRL recounted to the lines kept,
      *        so FT-VALIDATE still passes them;
      *      - redacts the raw/cleaned text of the customer's lines
      *        on the live audit trail and on every rolled segment in
      *        audit_segments.idx, keeping only timestamp, run id and
      *        customer id;
      *      - appends a tombstone line carrying no personal data to
      *        name_audit.txt and to name_merge_xref.txt (survivor
      *        field ERASED), so FT-AUDITQ can prove the erasure
      *        happened and FT-LABELS keeps treating the id as gone.
      *    The erasure certificate report lists every store touched,
      *    the count removed there, and each requested id with its
      *    total, for the privacy office.
      *    A customer under a legal hold in force (LEGALHLD,
      *    legal_holds.txt) is not erased at all: the id is taken off
      *    the list before any store is touched, and the certificate
      *    shows it REFUSED with the matter that holds it. Return
      *    code 8 when any id was refused, so the privacy office
      *    answers the requester rather than the job log.
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
      *    The DR replica FT-DELTAAPP keeps: same layout and fold.
      *    An erased customer drops out of clean names before
      *    FT-COMPARE can see a removal, so no D delta ever reaches
      *    the replica -- the erasure deletes there directly.
           SELECT REPLICA-MASTER-FILE ASSIGN TO DYNAMIC
               WS-REPLICA-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-RPL-STAT.
           SELECT ERASE-IDS-FILE ASSIGN TO DYNAMIC WS-IDS-FILENAME
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
      *    The two index files that name further stores: FT-GENMGR's
      *    generation index and FT-AUDITROLL's segment index.
           SELECT LIST-INDEX-FILE ASSIGN TO DYNAMIC
               WS-LIST-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIX-STAT.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STAT.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STAT.
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

       FD  REPLICA-MASTER-FILE.
       01  REPLICA-MASTER-RECORD.
           COPY "MASTER-RECORD.cpy" REPLACING
               ==MASTER-CUST-ID== BY ==RPL-CUST-ID==
               ==MASTER-NAME-TEXT== BY ==RPL-NAME-TEXT==
               ==MASTER-RUN-ID== BY ==RPL-RUN-ID==
               ==MASTER-COMPANY-CODE== BY ==RPL-COMPANY-CODE==
               ==MASTER-STATUS-CODE== BY ==RPL-STATUS-CODE==
               ==MASTER-STATUS-DATE== BY ==RPL-STATUS-DATE==.

       FD  ERASE-IDS-FILE.
       01  ERASE-IDS-RECORD         PIC X(80).

      *    Wide enough for the widest store swept (the 750-byte
      *    golden record); shorter lines read back space-padded.
       FD  STORE-FILE.
       01  STORE-RECORD             PIC X(750).

       FD  STORE-NEW-FILE.
       01  STORE-NEW-RECORD         PIC X(750).

       FD  LIST-INDEX-FILE.
       01  LIST-INDEX-RECORD        PIC X(110).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(530).

      *    Xref line layout per FT-MERGE: 1-10 retired id, 12-21
      *    survivor id, 23-36 run id.
       FD  XREF-FILE.
       01  XREF-RECORD              PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-RPL-STAT      PIC XX VALUE SPACES.
       77  WS-IDS-STAT      PIC XX VALUE SPACES.
       77  WS-STO-STAT      PIC XX VALUE SPACES.
       77  WS-STN-STAT      PIC XX VALUE SPACES.
       77  WS-LIX-STAT      PIC XX VALUE SPACES.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
       77  WS-XRF-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-REPLICA-FILENAME  PIC X(100)
                                VALUE 'name_master_replica.idx'.
       01  WS-IDS-FILENAME      PIC X(100) VALUE 'erasure_ids.txt'.
       01  WS-STORE-FILENAME    PIC X(100) VALUE SPACES.
       01  WS-STORE-NEW-FILENAME PIC X(100) VALUE SPACES.
       01  WS-LIST-INDEX-FILENAME PIC X(100) VALUE SPACES.
       01  WS-GEN-INDEX-FILENAME PIC X(100)
                                VALUE 'clean_names_generations.idx'.
       01  WS-SEG-INDEX-FILENAME PIC X(100)
                                VALUE 'audit_segments.idx'.
       01  WS-AUDIT-FILENAME    PIC X(100) VALUE 'name_audit.txt'.
       01  WS-XREF-FILENAME     PIC X(100)
                                VALUE 'name_merge_xref.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'erasure_certificate.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'UNSIGNED'.
       01  WS-AUDIT-TIMESTAMP   PIC X(26) VALUE SPACES.
       01  WS-AUDIT-CHAIN-FUNC  PIC X VALUE SPACE.
       01  WS-AUDIT-CHAIN-HASH  PIC X(18) VALUE ZEROS.
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    The requested ids, each with the running count of
      *    records removed or redacted for it across every store.
       01  WS-ID-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-ID-MAX            PIC 9(4) COMP VALUE 1000.
       01  WS-ID-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-ID-HIT-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 1000 TIMES.
               10  WS-ID-CUST-ID    PIC X(10).
               10  WS-ID-REMOVED    PIC 9(9).

      *    Every store the sweep visits, in certificate order. Kind
      *    D drops matching lines, C the same with HDR/TRL control
      *    records (the TRL is recounted), A redacts matching audit
      *    lines, J blanks the images on matching master journal
      *    lines;
      *    the id sits at ID-POS-1 (and, for two-sided link files,
      *    also at ID-POS-2). State: blank not yet visited, Y swept,
      *    N not present, E left untouched after an I/O error.
       01  WS-STORE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-STORE-MAX         PIC 9(4) COMP VALUE 150.
       01  WS-STORE-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 150 TIMES.
               10  WS-STORE-NAME    PIC X(60).
               10  WS-STORE-KIND    PIC X(1).
               10  WS-STORE-ID-POS-1 PIC 9(3).
               10  WS-STORE-ID-POS-2 PIC 9(3).
               10  WS-STORE-STATE   PIC X(1).
               10  WS-STORE-REMOVED PIC 9(9).
       01  WS-ADD-NAME          PIC X(60) VALUE SPACES.
       01  WS-ADD-KIND          PIC X(1) VALUE SPACES.
       01  WS-ADD-POS-1         PIC 9(3) VALUE 0.
       01  WS-ADD-POS-2         PIC 9(3) VALUE 0.

       01  WS-LINE-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-LINE-HIT-SW       PIC X VALUE 'N'.
           88  LINE-IS-ERASED       VALUE 'Y'.
       01  WS-WRITE-FAIL-SW     PIC X VALUE 'N'.
       01  WS-STORE-REMOVED-NOW PIC 9(9) VALUE 0.
       01  WS-TRL-SEEN-SW       PIC X VALUE 'N'.
       01  WS-KEPT-DATA-LINES   PIC 9(9) VALUE 0.

       01  WS-MASTER-REMOVED    PIC 9(9) VALUE 0.
       01  WS-ADDR-MST-REMOVED  PIC 9(9) VALUE 0.
       01  WS-REPLICA-REMOVED   PIC 9(9) VALUE 0.
       01  WS-REPLICA-STATE     PIC X VALUE 'Y'.
       01  WS-MASTER-STATE      PIC X VALUE 'Y'.
       01  WS-ADDR-MST-STATE    PIC X VALUE 'Y'.
       01  WS-CERT-STATE        PIC X VALUE SPACE.
       01  WS-IDS-ERASED        PIC 9(9) VALUE 0.
       01  WS-IDS-NOT-FOUND     PIC 9(9) VALUE 0.
       01  WS-TOMBSTONE-COUNT   PIC 9(9) VALUE 0.
       01  WS-STORE-ERROR-COUNT PIC 9(9) VALUE 0.

      *    Requested ids refused under legal hold.
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
       01  WS-KEEP-IDX          PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-ERASURE-ID-LIST
           PERFORM SCREEN-LEGAL-HOLDS
           IF WS-ID-COUNT = 0 AND WS-HELD-COUNT = 0
               DISPLAY "FT-ERASE: no customer ids to erase in "
                   FUNCTION TRIM(WS-IDS-FILENAME)
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUILD-STORE-LIST
           PERFORM ERASE-FROM-NAME-MASTER
           PERFORM ERASE-FROM-ADDRESS-MASTER
           PERFORM ERASE-FROM-REPLICA-MASTER
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM SWEEP-ONE-STORE
           END-PERFORM
           PERFORM WRITE-TOMBSTONE-LINES

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-ID-REMOVED(WS-ID-IDX) > 0
                   ADD 1 TO WS-IDS-ERASED
               ELSE
                   ADD 1 TO WS-IDS-NOT-FOUND
               END-IF
           END-PERFORM

           PERFORM WRITE-ERASURE-CERTIFICATE
           DISPLAY "FT-ERASE: erased=" WS-IDS-ERASED
               " not-found=" WS-IDS-NOT-FOUND
               " store-errors=" WS-STORE-ERROR-COUNT
               " legal-hold=" WS-HELD-COUNT
           IF WS-STORE-ERROR-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-IDS-NOT-FOUND > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-ERASURE-ID-LIST.
           MOVE 0 TO WS-ID-COUNT
           OPEN INPUT ERASE-IDS-FILE
           IF WS-IDS-STAT NOT = "00"
               DISPLAY "Failed to open erasure id list. STATUS="
                   WS-IDS-STAT " FILE="
                   FUNCTION TRIM(WS-IDS-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-ID-COUNT >= WS-ID-MAX
                   READ ERASE-IDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(ERASE-IDS-RECORD(1:10))
                                   NOT = SPACES
                                   AND ERASE-IDS-RECORD(1:1) NOT = '*'
                               ADD 1 TO WS-ID-COUNT
                               MOVE ERASE-IDS-RECORD(1:10)
                                   TO WS-ID-CUST-ID(WS-ID-COUNT)
                               MOVE 0 TO WS-ID-REMOVED(WS-ID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERASE-IDS-FILE
           END-IF.

      *    Ask LEGALHLD about every requested id (a blank company
      *    lets it look the customer up on the name master, which is
      *    not open yet) and close the list up over the held ones.
       SCREEN-LEGAL-HOLDS.
           MOVE 0 TO WS-KEEP-IDX
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE SPACES TO WS-HOLD-COMPANY
               MOVE 'C' TO WS-HOLD-FUNC
               CALL 'LEGALHLD' USING WS-HOLD-FUNC
                   WS-ID-CUST-ID(WS-ID-IDX) WS-HOLD-COMPANY
                   WS-HOLD-MATTER WS-HOLD-SW
               IF CUSTOMER-IS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-ID-CUST-ID(WS-ID-IDX)
                       TO WS-HELD-CUST-ID(WS-HELD-COUNT)
                   MOVE WS-HOLD-MATTER TO WS-HELD-MATTER(WS-HELD-COUNT)
                   DISPLAY "Legal hold - " WS-ID-CUST-ID(WS-ID-IDX)
                       " not erased, matter " WS-HOLD-MATTER
               ELSE
                   ADD 1 TO WS-KEEP-IDX
                   MOVE WS-ID-ENTRY(WS-ID-IDX)
                       TO WS-ID-ENTRY(WS-KEEP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-IDX TO WS-ID-COUNT
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-LOOKUP-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW.

      *    The fixed stores first, then whatever the generation and
      *    segment indexes name -- the live audit trail goes last so
      *    the rolled segments are redacted before it.
       BUILD-STORE-LIST.
           MOVE 0 TO WS-STORE-COUNT
           MOVE 'clean_names.txt' TO WS-ADD-NAME
           MOVE 'C' TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-POS-1
           MOVE 0 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
           MOVE 'clean_addresses.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_alternates.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'clean_contacts.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_aliases.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'salutations.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'customer_name_extract.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'household_suppress.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_merge_archive.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'channel_strategy.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'channel_unreachable_rpt.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_status_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'contact_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'identity_risk_review.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'dq_scores.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'dq_worst_list.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_status_rejects.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'crm_reject_worklist.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'C' TO WS-ADD-KIND
           MOVE 'customer_golden_record.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
           MOVE 'name_master_backup.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'contact_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'letter_page_index.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'confirm_requests.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'confirm_letter_log.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'consent_ledger.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_changes.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'nixie_history.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_reject_ledger.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
      *    Review queues and the list-pull selection: worked back
      *    into the clean files by FT-CORRECT, FT-EXCREVIEW and
      *    FT-ACREVIEW, or fed to the campaign programs.
           MOVE 'name_rejects.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'name_exceptions.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_rejects.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_exceptions.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'address_moves_exceptions.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'contact_rejects.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
           MOVE 'selected_ids.txt' TO WS-ADD-NAME
           PERFORM ADD-ONE-STORE
      *    FT-COMPARE's delta: action 1, id 2-11, name text after.
           MOVE 'name_delta.txt' TO WS-ADD-NAME
           MOVE 2 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 1 TO WS-ADD-POS-1
      *    Corrections log: timestamp 1-14, OPERATOR= and the
      *    operator 16-32, id 34-43, then the keyed name parts.
           MOVE 'corrections_log.txt' TO WS-ADD-NAME
           MOVE 34 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Source key xref: source 1-3, source key 5-24, id 26-35.
           MOVE 'source_key_xref.txt' TO WS-ADD-NAME
           MOVE 26 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    QA sample queue: run id 1-14, source 16-18, path 20, id
      *    22-31; accuracy history: run date 1-8, sample run id
      *    10-23, source 25-27, path 29, id 31-40.
           MOVE 'name_qa_sample.txt' TO WS-ADD-NAME
           MOVE 22 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 'qa_accuracy_history.txt' TO WS-ADD-NAME
           MOVE 31 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Organization duplicate pairs: later id 1-10, proposed
      *    survivor 12-21 -- the pair goes whichever side the erased
      *    customer is on.
           MOVE 'name_org_duplicates.txt' TO WS-ADD-NAME
           MOVE 1 TO WS-ADD-POS-1
           MOVE 12 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 0 TO WS-ADD-POS-2
      *    Master journal: id 46-55, images 57-619.
           MOVE 'name_master_journal.txt' TO WS-ADD-NAME
           MOVE 'J' TO WS-ADD-KIND
           MOVE 46 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 'D' TO WS-ADD-KIND
      *    Search index: upper surname 1-30, phonetic key 32-39, id
      *    41-50.
           MOVE 'name_search.idx' TO WS-ADD-NAME
           MOVE 41 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Reverse-lookup indexes: contact type 1, key 3-82, id
      *    84-93; address ZIP 1-5, house 7-16, street 18-77, id
      *    79-88.
           MOVE 'contact_search.idx' TO WS-ADD-NAME
           MOVE 84 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
           MOVE 'address_search.idx' TO WS-ADD-NAME
           MOVE 79 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Household master: household key 1-10, member id 12-21.
           MOVE 'household_master.txt' TO WS-ADD-NAME
           MOVE 12 TO WS-ADD-POS-1
           PERFORM ADD-ONE-STORE
      *    Household addressee lines: head id 1-10, second member id
      *    259-268 -- a line naming the erased customer goes whole.
           MOVE 'household_addressee.txt' TO WS-ADD-NAME
           MOVE 1 TO WS-ADD-POS-1
           MOVE 259 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 0 TO WS-ADD-POS-2
      *    Joint links: primary 1-10, secondary 12-21 -- the link
      *    goes whichever side the erased customer is on.
           MOVE 'name_joint_links.txt' TO WS-ADD-NAME
           MOVE 1 TO WS-ADD-POS-1
           MOVE 12 TO WS-ADD-POS-2
           PERFORM ADD-ONE-STORE
           MOVE 0 TO WS-ADD-POS-2

           MOVE WS-GEN-INDEX-FILENAME TO WS-LIST-INDEX-FILENAME
           MOVE 'C' TO WS-ADD-KIND
           PERFORM ADD-STORES-FROM-INDEX
           MOVE WS-SEG-INDEX-FILENAME TO WS-LIST-INDEX-FILENAME
           MOVE 'A' TO WS-ADD-KIND
           PERFORM ADD-STORES-FROM-INDEX
           MOVE WS-AUDIT-FILENAME(1:60) TO WS-ADD-NAME
           MOVE 'A' TO WS-ADD-KIND
           PERFORM ADD-ONE-STORE.

      *    Both index layouts carry the file name in bytes 1-60.
       ADD-STORES-FROM-INDEX.
           MOVE 1 TO WS-ADD-POS-1
           MOVE 0 TO WS-ADD-POS-2
           OPEN INPUT LIST-INDEX-FILE
           IF WS-LIX-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ LIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(LIST-INDEX-RECORD(1:60))
                                   NOT = SPACES
                               MOVE LIST-INDEX-RECORD(1:60)
                                   TO WS-ADD-NAME
                               PERFORM ADD-ONE-STORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-INDEX-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       ADD-ONE-STORE.
           IF WS-STORE-COUNT >= WS-STORE-MAX
               DISPLAY "Store list full, not swept: "
                   FUNCTION TRIM(WS-ADD-NAME)
               ADD 1 TO WS-STORE-ERROR-COUNT
           ELSE
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-ADD-NAME TO WS-STORE-NAME(WS-STORE-COUNT)
               MOVE WS-ADD-KIND TO WS-STORE-KIND(WS-STORE-COUNT)
               MOVE WS-ADD-POS-1 TO WS-STORE-ID-POS-1(WS-STORE-COUNT)
               MOVE WS-ADD-POS-2 TO WS-STORE-ID-POS-2(WS-STORE-COUNT)
               MOVE SPACE TO WS-STORE-STATE(WS-STORE-COUNT)
               MOVE 0 TO WS-STORE-REMOVED(WS-STORE-COUNT)
           END-IF.

      *    Keyed deletes against the two masters. A slot held by a
      *    different id is a fold neighbor, not the requested
      *    customer, and is left alone.
       ERASE-FROM-NAME-MASTER.
           OPEN I-O NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Name master not opened, not swept. STATUS="
                   WS-MASTER-STAT
               MOVE 'N' TO WS-MASTER-STATE
               IF WS-MASTER-STAT NOT = "35"
                   MOVE 'E' TO WS-MASTER-STATE
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
           ELSE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   MOVE WS-ID-CUST-ID(WS-ID-IDX) TO WS-LOOKUP-CUST-ID
                   PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   READ NAME-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                               DELETE NAME-MASTER-FILE RECORD
                               IF WS-MASTER-STAT = "00"
                                   ADD 1 TO WS-MASTER-REMOVED
                                   ADD 1 TO WS-ID-REMOVED(WS-ID-IDX)
                                   PERFORM JOURNAL-MASTER-ERASURE
                               ELSE
                                   DISPLAY "Delete failed for id "
                                       WS-LOOKUP-CUST-ID " STATUS="
                                       WS-MASTER-STAT
                                   ADD 1 TO WS-STORE-ERROR-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAME-MASTER-FILE
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'X' TO JRNL-ACTION
               CALL 'MSTJRNL' USING JOURNAL-RECORD
           END-IF.

      *    Both images stay blank: the line records only that the
      *    customer left the master, and when.
       JOURNAL-MASTER-ERASURE.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-ERASE' TO JRNL-PROGRAM
           MOVE 'E' TO JRNL-ACTION
           MOVE WS-LOOKUP-CUST-ID TO JRNL-CUST-ID
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       ERASE-FROM-ADDRESS-MASTER.
           OPEN I-O ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               DISPLAY "Address master not opened, not swept. STATUS="
                   WS-AMS-STAT
               MOVE 'N' TO WS-ADDR-MST-STATE
               IF WS-AMS-STAT NOT = "35"
                   MOVE 'E' TO WS-ADDR-MST-STATE
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
           ELSE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   MOVE WS-ID-CUST-ID(WS-ID-IDX) TO WS-LOOKUP-CUST-ID
                   PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   READ ADDRESS-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                               DELETE ADDRESS-MASTER-FILE RECORD
                               IF WS-AMS-STAT = "00"
                                   ADD 1 TO WS-ADDR-MST-REMOVED
                                   ADD 1 TO WS-ID-REMOVED(WS-ID-IDX)
                               ELSE
                                   DISPLAY "Address delete failed for "
                                       WS-LOOKUP-CUST-ID " STATUS="
                                       WS-AMS-STAT
                                   ADD 1 TO WS-STORE-ERROR-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-MASTER-FILE
           END-IF.

      *    The replica is not journaled -- it is the DR copy, and
      *    the live master's E line already records the erasure.
       ERASE-FROM-REPLICA-MASTER.
           OPEN I-O REPLICA-MASTER-FILE
           IF WS-RPL-STAT NOT = "00"
               MOVE 'N' TO WS-REPLICA-STATE
               IF WS-RPL-STAT NOT = "35"
                   DISPLAY "Replica master not opened, not swept. "
                       "STATUS=" WS-RPL-STAT
                   MOVE 'E' TO WS-REPLICA-STATE
                   ADD 1 TO WS-STORE-ERROR-COUNT
               END-IF
           ELSE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   MOVE WS-ID-CUST-ID(WS-ID-IDX) TO WS-LOOKUP-CUST-ID
                   PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   READ REPLICA-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RPL-CUST-ID = WS-LOOKUP-CUST-ID
                               DELETE REPLICA-MASTER-FILE RECORD
                               IF WS-RPL-STAT = "00"
                                   ADD 1 TO WS-REPLICA-REMOVED
                                   ADD 1 TO WS-ID-REMOVED(WS-ID-IDX)
                               ELSE
                                   DISPLAY "Replica delete failed for "
                                       WS-LOOKUP-CUST-ID " STATUS="
                                       WS-RPL-STAT
                                   ADD 1 TO WS-STORE-ERROR-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLICA-MASTER-FILE
           END-IF.

      *    Copy one store to its working copy, dropping (or, for the
      *    audit files, redacting) the erased customers' lines. The
      *    working copy replaces the live file only when something
      *    changed and every write landed -- a half-written copy must
      *    never displace the good store.
       SWEEP-ONE-STORE.
           MOVE SPACES TO WS-STORE-FILENAME WS-STORE-NEW-FILENAME
           MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
           STRING FUNCTION TRIM(WS-STORE-FILENAME) ".new"
               DELIMITED BY SIZE INTO WS-STORE-NEW-FILENAME
           END-STRING
           MOVE 0 TO WS-STORE-REMOVED-NOW WS-KEPT-DATA-LINES
           MOVE 'N' TO WS-WRITE-FAIL-SW WS-TRL-SEEN-SW

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

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM JUDGE-ONE-STORE-LINE
               END-READ
           END-PERFORM
           IF WS-TRL-SEEN-SW = 'Y'
               PERFORM WRITE-RECOUNTED-TRAILER
           END-IF
           CLOSE STORE-FILE
           CLOSE STORE-NEW-FILE

           EVALUATE TRUE
               WHEN WS-WRITE-FAIL-SW = 'Y'
                   DISPLAY "Working copy kept aside, store untouched: "
                       FUNCTION TRIM(WS-STORE-NEW-FILENAME)
                   MOVE 'E' TO WS-STORE-STATE(WS-STORE-IDX)
                   ADD 1 TO WS-STORE-ERROR-COUNT
               WHEN WS-STORE-REMOVED-NOW = 0
                   CALL "CBL_DELETE_FILE" USING WS-STORE-NEW-FILENAME
                   MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING WS-STORE-FILENAME
                   CALL "CBL_RENAME_FILE" USING WS-STORE-NEW-FILENAME
                       WS-STORE-FILENAME
                   MOVE 'Y' TO WS-STORE-STATE(WS-STORE-IDX)
                   MOVE WS-STORE-REMOVED-NOW
                       TO WS-STORE-REMOVED(WS-STORE-IDX)
           END-EVALUATE.

      *    Control records: the HDR is copied through, the TRL is
      *    held back and rewritten at the end with the kept count.
       JUDGE-ONE-STORE-LINE.
           MOVE 'N' TO WS-LINE-HIT-SW
           IF WS-STORE-KIND(WS-STORE-IDX) = 'C'
               EVALUATE STORE-RECORD(1:3)
                   WHEN 'HDR'
                       MOVE STORE-RECORD TO STORE-NEW-RECORD
                       PERFORM WRITE-STORE-NEW-LINE
                       EXIT PARAGRAPH
                   WHEN 'TRL'
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           IF WS-STORE-KIND(WS-STORE-IDX) = 'A'
      *        Audit line: the id follows the run id, or sits at the
      *        older offset on lines from before the run id rode
      *        the trail (same rule FT-AUDITQ applies).
               IF STORE-RECORD(28:4) = 'RUN='
                   MOVE STORE-RECORD(47:10) TO WS-LINE-CUST-ID
               ELSE
                   MOVE STORE-RECORD(28:10) TO WS-LINE-CUST-ID
               END-IF
               PERFORM MATCH-LINE-CUST-ID
           ELSE
               MOVE STORE-RECORD(WS-STORE-ID-POS-1(WS-STORE-IDX):10)
                   TO WS-LINE-CUST-ID
               PERFORM MATCH-LINE-CUST-ID
      *        A journal line whose images are already blank (this
      *        run's own E line, or an earlier erasure) is left as is.
               IF LINE-IS-ERASED AND
                       WS-STORE-KIND(WS-STORE-IDX) = 'J' AND
                       STORE-RECORD(57:563) = SPACES
                   MOVE 'N' TO WS-LINE-HIT-SW
               END-IF
               IF NOT LINE-IS-ERASED AND
                       WS-STORE-ID-POS-2(WS-STORE-IDX) > 0
                   MOVE STORE-RECORD(
                       WS-STORE-ID-POS-2(WS-STORE-IDX):10)
                       TO WS-LINE-CUST-ID
                   PERFORM MATCH-LINE-CUST-ID
               END-IF
           END-IF

           IF LINE-IS-ERASED
               ADD 1 TO WS-STORE-REMOVED-NOW
               ADD 1 TO WS-ID-REMOVED(WS-ID-HIT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN NOT LINE-IS-ERASED
                   MOVE STORE-RECORD TO STORE-NEW-RECORD
                   WRITE STORE-NEW-RECORD
                   ADD 1 TO WS-KEPT-DATA-LINES
               WHEN WS-STORE-KIND(WS-STORE-IDX) = 'A'
      *            Timestamp, run id and customer id survive so the
      *            trail still shows that the line existed; the
      *            raw and cleaned name text do not. The chain hash
      *            in 509-530 stays as written. FT-AUDVERIFY accepts
      *            a redacted line's carried hash only when this
      *            program's tombstone for the id is on the trail
      *            (WRITE-TOMBSTONE-LINES) and otherwise reports a
      *            REDACTED WITHOUT TOMBSTONE chain break -- the
      *            tombstone is what makes the redaction verifiable.
                   MOVE STORE-RECORD TO STORE-NEW-RECORD
                   IF STORE-RECORD(28:4) = 'RUN='
                       MOVE SPACES TO STORE-NEW-RECORD(58:451)
                       MOVE "[ERASED]" TO STORE-NEW-RECORD(58:8)
                   ELSE
                       MOVE SPACES TO STORE-NEW-RECORD(39:470)
                       MOVE "[ERASED]" TO STORE-NEW-RECORD(39:8)
                   END-IF
                   WRITE STORE-NEW-RECORD
               WHEN WS-STORE-KIND(WS-STORE-IDX) = 'J'
                   MOVE STORE-RECORD TO STORE-NEW-RECORD
                   MOVE SPACES TO STORE-NEW-RECORD(57:563)
                   WRITE STORE-NEW-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-STN-STAT NOT = "00"
               DISPLAY "Write error on working copy. STATUS="
                   WS-STN-STAT
               MOVE 'Y' TO WS-WRITE-FAIL-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *    Same trailer FT-NAME writes: "TRL", RECORD-COUNT= from 11.
      *    The old trailer is not counted as removed -- only the
      *    customers' own lines go on the certificate.
       WRITE-RECOUNTED-TRAILER.
           MOVE SPACES TO STORE-NEW-RECORD
           MOVE "TRL" TO STORE-NEW-RECORD(1:3)
           MOVE WS-KEPT-DATA-LINES TO WS-NUM-EDIT
           STRING "RECORD-COUNT=" WS-NUM-EDIT DELIMITED BY SIZE
               INTO STORE-NEW-RECORD(11:246)
           END-STRING
           PERFORM WRITE-STORE-NEW-LINE.

       WRITE-STORE-NEW-LINE.
           WRITE STORE-NEW-RECORD
           IF WS-STN-STAT NOT = "00"
               DISPLAY "Write error on working copy. STATUS="
                   WS-STN-STAT
               MOVE 'Y' TO WS-WRITE-FAIL-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       MATCH-LINE-CUST-ID.
           MOVE 'N' TO WS-LINE-HIT-SW
           MOVE 0 TO WS-ID-HIT-IDX
           IF FUNCTION TRIM(WS-LINE-CUST-ID) NOT = SPACES
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   IF WS-LINE-CUST-ID = WS-ID-CUST-ID(WS-ID-IDX)
                       MOVE 'Y' TO WS-LINE-HIT-SW
                       MOVE WS-ID-IDX TO WS-ID-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    One tombstone per requested id on the audit trail and the
      *    merge xref, carrying nothing but the id, the erasure run
      *    and the operator -- proof for FT-AUDITQ that the erasure
      *    ran, with no personal data left to leak.
       WRITE-TOMBSTONE-LINES.
           MOVE 'S' TO WS-AUDIT-CHAIN-FUNC
           CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-FILENAME
               WS-AUDIT-CHAIN-HASH AUDIT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STAT NOT = "00"
               DISPLAY "Failed to open audit trail for tombstones. "
                   "STATUS=" WS-AUD-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           END-IF
           OPEN EXTEND XREF-FILE
           IF WS-XRF-STAT = "35"
               OPEN OUTPUT XREF-FILE
           END-IF
           IF WS-XRF-STAT NOT = "00"
               DISPLAY "Failed to open merge xref for tombstones. "
                   "STATUS=" WS-XRF-STAT
               ADD 1 TO WS-STORE-ERROR-COUNT
           END-IF

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-AUD-STAT = "00"
                   MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                   MOVE SPACES TO AUDIT-RECORD
                   STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                           " RUN=" WS-RUN-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ID-CUST-ID(WS-ID-IDX) DELIMITED BY SIZE
                           " [ERASURE REQUEST] -> [ERASED BY "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-OPERATOR-ID)
                               DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                   END-STRING
                   MOVE 'L' TO WS-AUDIT-CHAIN-FUNC
                   CALL 'AUDCHAIN' USING WS-AUDIT-CHAIN-FUNC
                       WS-AUDIT-FILENAME WS-AUDIT-CHAIN-HASH
                       AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   IF WS-AUD-STAT = "00"
                       ADD 1 TO WS-TOMBSTONE-COUNT
                   ELSE
                       DISPLAY "Write error on audit trail. STATUS="
                           WS-AUD-STAT
                   END-IF
               END-IF
               IF WS-XRF-STAT = "00"
                   MOVE SPACES TO XREF-RECORD
                   MOVE WS-ID-CUST-ID(WS-ID-IDX) TO XREF-RECORD(1:10)
                   MOVE "ERASED" TO XREF-RECORD(12:10)
                   MOVE WS-RUN-ID TO XREF-RECORD(23:14)
                   WRITE XREF-RECORD
                   IF WS-XRF-STAT = "00"
                       ADD 1 TO WS-TOMBSTONE-COUNT
                   ELSE
                       DISPLAY "Write error on merge xref. STATUS="
                           WS-XRF-STAT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUD-STAT = "00"
               CLOSE AUDIT-FILE
           END-IF
           IF WS-XRF-STAT = "00"
               CLOSE XREF-FILE
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

       WRITE-ERASURE-CERTIFICATE.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open erasure certificate. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-ERASE ERASURE CERTIFICATE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Erasure run id  : " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Operator        : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE WS-NUM-EDIT = WS-ID-COUNT + WS-HELD-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids requested   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-IDS-ERASED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids erased      : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
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

           MOVE "Stores touched                     Removed/redacted"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MASTER-FILENAME TO WS-STORE-FILENAME
           MOVE WS-MASTER-REMOVED TO WS-STORE-REMOVED-NOW
           MOVE WS-MASTER-STATE TO WS-CERT-STATE
           PERFORM WRITE-ONE-CERTIFICATE-LINE
           MOVE WS-ADDR-MASTER-FILENAME TO WS-STORE-FILENAME
           MOVE WS-ADDR-MST-REMOVED TO WS-STORE-REMOVED-NOW
           MOVE WS-ADDR-MST-STATE TO WS-CERT-STATE
           PERFORM WRITE-ONE-CERTIFICATE-LINE
           MOVE WS-REPLICA-FILENAME TO WS-STORE-FILENAME
           MOVE WS-REPLICA-REMOVED TO WS-STORE-REMOVED-NOW
           MOVE WS-REPLICA-STATE TO WS-CERT-STATE
           PERFORM WRITE-ONE-CERTIFICATE-LINE
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-STORE-FILENAME
               MOVE WS-STORE-REMOVED(WS-STORE-IDX)
                   TO WS-STORE-REMOVED-NOW
               MOVE WS-STORE-STATE(WS-STORE-IDX) TO WS-CERT-STATE
               PERFORM WRITE-ONE-CERTIFICATE-LINE
           END-PERFORM
           MOVE WS-TOMBSTONE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Tombstones      : " WS-NUM-EDIT
                   " (audit trail and merge xref)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "Customer ids                       Records erased"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE WS-ID-REMOVED(WS-ID-IDX) TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               IF WS-ID-REMOVED(WS-ID-IDX) = 0
                   STRING "  " WS-ID-CUST-ID(WS-ID-IDX)
                           "                         NOT ON FILE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "  " WS-ID-CUST-ID(WS-ID-IDX)
                           "                       " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-HELD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-HELD-CUST-ID(WS-ID-IDX)
                       "  REFUSED - LEGAL HOLD "
                       WS-HELD-MATTER(WS-ID-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-STORE-ERROR-COUNT > 0
               MOVE WS-STORE-ERROR-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "STORE ERRORS    : " WS-NUM-EDIT
                       " - ERASURE INCOMPLETE, RERUN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-ONE-CERTIFICATE-LINE.
           MOVE WS-STORE-REMOVED-NOW TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           EVALUATE WS-CERT-STATE
               WHEN 'N'
                   STRING "  " WS-STORE-FILENAME(1:32) " not present"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN 'E'
                   STRING "  " WS-STORE-FILENAME(1:32)
                           " NOT SWEPT - I/O ERROR"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING "  " WS-STORE-FILENAME(1:32) "  " WS-NUM-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
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
                   WHEN WS-PARM-WORK(1:4) = 'IDS='
                       MOVE WS-PARM-WORK(5:96) TO WS-IDS-FILENAME
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

       END PROGRAM FT-ERASE.
