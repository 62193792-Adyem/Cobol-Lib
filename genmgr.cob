      *        which FT-COMPARE now reads to resolve "prior";
      *      - prunes to the KEEP= newest generations (default 5),
      *        deleting the dropped files and rewriting the index.
      *    A generation due for pruning that carries any customer
      *    under a legal hold in force (LEGALHLD, legal_holds.txt) is
      *    not deleted: it stays on the index, beyond the KEEP= count,
      *    and the refusal -- generation, customer and matter -- is
      *    listed on the job log, this step's only report. It is
      *    looked at again on every later run and goes once no
      *    customer on it is held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-INDEX-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDN-STAT.
      *    A generation due for pruning, read for held customers
      *    before it is deleted.
           SELECT PRUNE-CHECK-FILE ASSIGN TO DYNAMIC
               WS-DELETE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-NEW-FILE.
       01  INDEX-NEW-RECORD         PIC X(90).

       FD  PRUNE-CHECK-FILE.
       01  PRUNE-CHECK-RECORD       PIC X(256).

       WORKING-STORAGE SECTION.
       77  WS-CLN-STAT      PIC XX VALUE SPACES.
       77  WS-GEN-STAT      PIC XX VALUE SPACES.
       77  WS-IDX-STAT      PIC XX VALUE SPACES.
       77  WS-IDN-STAT      PIC XX VALUE SPACES.
       77  WS-PCK-STAT      PIC XX VALUE SPACES.

       01  WS-CLEAN-FILENAME    PIC X(100) VALUE 'clean_names.txt'.
       01  WS-GENERATION-FILENAME PIC X(100) VALUE SPACES.
           05  WS-GEN-ENTRY OCCURS 100 TIMES PIC X(90).
       01  WS-GEN-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-PRUNE-FROM        PIC 9(4) COMP VALUE 0.
      *    Y against each index entry a legal hold keeps.
       01  WS-GEN-HELD-TABLE.
           05  WS-GEN-HELD OCCURS 100 TIMES PIC X.
       01  WS-HELD-GEN-COUNT    PIC 9(4) COMP VALUE 0.

       01  WS-HOLD-FUNC         PIC X VALUE SPACE.
       01  WS-HOLD-CUST-ID      PIC X(10) VALUE SPACES.
       01  WS-HOLD-COMPANY      PIC X(2) VALUE SPACES.
       01  WS-HOLD-MATTER       PIC X(20) VALUE SPACES.
       01  WS-HOLD-SW           PIC X VALUE 'N'.
           88  CUSTOMER-IS-HELD     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FT-GENMGR: versioned "
               FUNCTION TRIM(WS-GENERATION-FILENAME)
               " (" WS-COPIED-COUNT " records)"
           IF WS-HELD-GEN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    The run id comes from the clean file's own HDR record and
               MOVE SPACES TO WS-DELETE-FILENAME
               MOVE WS-GEN-ENTRY(WS-GEN-IDX)(1:60)
                   TO WS-DELETE-FILENAME(1:60)
               PERFORM CHECK-GENERATION-HOLDS
               IF WS-GEN-HELD(WS-GEN-IDX) = 'Y'
                   ADD 1 TO WS-HELD-GEN-COUNT
                   DISPLAY "Legal hold - "
                       FUNCTION TRIM(WS-DELETE-FILENAME)
                       " not pruned, customer " WS-HOLD-CUST-ID
                       " matter " WS-HOLD-MATTER
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
               END-IF
           END-PERFORM
           MOVE 'E' TO WS-HOLD-FUNC
           CALL 'LEGALHLD' USING WS-HOLD-FUNC WS-HOLD-CUST-ID
               WS-HOLD-COMPANY WS-HOLD-MATTER WS-HOLD-SW
           IF WS-HELD-GEN-COUNT > 0
               DISPLAY "FT-GENMGR: " WS-HELD-GEN-COUNT
                   " generation(s) kept under legal hold"
           END-IF
           OPEN OUTPUT INDEX-NEW-FILE
           IF WS-IDN-STAT NOT = "00"
               DISPLAY "Failed to rewrite generation index. STATUS="
                   WS-IDN-STAT
           ELSE
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   IF WS-GEN-IDX >= WS-PRUNE-FROM
                           OR WS-GEN-HELD(WS-GEN-IDX) = 'Y'
                       MOVE WS-GEN-ENTRY(WS-GEN-IDX)
                           TO INDEX-NEW-RECORD
                       WRITE INDEX-NEW-RECORD
                   END-IF
               END-PERFORM
               CLOSE INDEX-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-INDEX-FILENAME
                   WS-INDEX-FILENAME
           END-IF.

      *    Read the generation's detail lines (id in 1-10; HDR and TRL
      *    skipped) until the first held customer. A generation that
      *    cannot be read is kept too -- nobody can say it is free of
      *    held customers.
       CHECK-GENERATION-HOLDS.
           MOVE 'N' TO WS-GEN-HELD(WS-GEN-IDX)
           OPEN INPUT PRUNE-CHECK-FILE
           IF WS-PCK-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PCK-STAT NOT = "00"
               MOVE 'Y' TO WS-GEN-HELD(WS-GEN-IDX)
               MOVE SPACES TO WS-HOLD-CUST-ID
               MOVE '*UNREADABLE*' TO WS-HOLD-MATTER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRUNE-CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PRUNE-CHECK-RECORD(1:3) NOT = 'HDR'
                               AND PRUNE-CHECK-RECORD(1:3) NOT = 'TRL'
                               AND PRUNE-CHECK-RECORD(1:10)
                                   NOT = SPACES
                           MOVE PRUNE-CHECK-RECORD(1:10)
                               TO WS-HOLD-CUST-ID
                           MOVE SPACES TO WS-HOLD-COMPANY
                           MOVE 'C' TO WS-HOLD-FUNC
                           CALL 'LEGALHLD' USING WS-HOLD-FUNC
                               WS-HOLD-CUST-ID WS-HOLD-COMPANY
                               WS-HOLD-MATTER WS-HOLD-SW
                           IF CUSTOMER-IS-HELD
                               MOVE 'Y' TO WS-GEN-HELD(WS-GEN-IDX)
                               MOVE 'Y' TO WS-EOF-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRUNE-CHECK-FILE.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
