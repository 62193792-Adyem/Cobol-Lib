       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.

      *    Running hash chain over the name audit trail, shared by
      *    every program that writes or checks an audit line so the
      *    arithmetic lives in one place (same reasoning as KEYSPACE).
      *    Each audit line carries, in bytes 509-530, "CHN=" and an
      *    18-digit hash of its own bytes 1-508 folded onto the hash
      *    of the line before it; changing, inserting, or deleting a
      *    line anywhere breaks every hash after it. The 18 digits
      *    are two independent 9-digit polynomial folds over prime
      *    moduli, seeded from the corresponding halves of the prior
      *    hash.
      *
      *    CALL 'AUDCHAIN' USING function, trail file, chain hash,
      *    audit line:
      *      S  seed the chain hash for a writer about to append to
      *         the named trail -- the hash on its last chained line;
      *         with no chained line there, the closing hash of the
      *         last segment in audit_segments.idx (the trail was
      *         just rolled empty); failing both, all zeros.
      *      L  link the audit line: hash bytes 1-508 onto the chain
      *         hash, stamp "CHN=" and the result in 509-530, and
      *         hand the result back as the new chain hash.
      *      C  compute only: the new chain hash for the line, line
      *         left as it stands (the verifier compares the result
      *         with the hash the line carries).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRL-STAT.
           SELECT SEGMENT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-SEG-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIX-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-FILE.
       01  TRAIL-RECORD             PIC X(530).

      *    Index line layout per FT-AUDITROLL; closing hash 90-107.
       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       77  WS-TRL-STAT              PIC XX VALUE SPACES.
       77  WS-SIX-STAT              PIC XX VALUE SPACES.
       77  IDX                      PIC 9(4) COMP.
       01  WS-TRAIL-FILENAME        PIC X(100) VALUE SPACES.
       01  WS-SEG-INDEX-FILENAME    PIC X(100)
                                    VALUE 'audit_segments.idx'.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
       01  WS-SEED-HASH             PIC X(18) VALUE SPACES.
       01  WS-BODY-LENGTH           PIC 9(4) COMP VALUE 0.
       01  WS-FOLD-1                PIC 9(18) COMP VALUE 0.
       01  WS-FOLD-2                PIC 9(18) COMP VALUE 0.
       01  WS-HASH-OUT.
           05  WS-HASH-OUT-1        PIC 9(9).
           05  WS-HASH-OUT-2        PIC 9(9).

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-TRAIL-FILENAME        PIC X(100).
       01  LS-CHAIN-HASH            PIC X(18).
       01  LS-AUDIT-LINE            PIC X(530).

       PROCEDURE DIVISION USING LS-FUNCTION LS-TRAIL-FILENAME
               LS-CHAIN-HASH LS-AUDIT-LINE.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'S'
                   PERFORM SEED-FROM-TRAIL
               WHEN 'L'
                   PERFORM HASH-ONE-LINE
                   MOVE "CHN=" TO LS-AUDIT-LINE(509:4)
                   MOVE WS-HASH-OUT TO LS-AUDIT-LINE(513:18)
                   MOVE WS-HASH-OUT TO LS-CHAIN-HASH
               WHEN 'C'
                   PERFORM HASH-ONE-LINE
                   MOVE WS-HASH-OUT TO LS-CHAIN-HASH
           END-EVALUATE
           GOBACK.

       SEED-FROM-TRAIL.
           MOVE ZEROS TO WS-SEED-HASH
           MOVE LS-TRAIL-FILENAME TO WS-TRAIL-FILENAME
           OPEN INPUT TRAIL-FILE
           IF WS-TRL-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TRAIL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF TRAIL-RECORD(509:4) = "CHN="
                               MOVE TRAIL-RECORD(513:18)
                                   TO WS-SEED-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIL-FILE
           END-IF
           IF WS-SEED-HASH = ZEROS
               OPEN INPUT SEGMENT-INDEX-FILE
               IF WS-SIX-STAT = "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       READ SEGMENT-INDEX-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               IF SEGMENT-INDEX-RECORD(90:18)
                                       IS NUMERIC
                                   MOVE SEGMENT-INDEX-RECORD(90:18)
                                       TO WS-SEED-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEGMENT-INDEX-FILE
               END-IF
           END-IF
           MOVE WS-SEED-HASH TO LS-CHAIN-HASH.

      *    Fold bytes 1-508 up to the last non-blank one; a blank
      *    tail adds nothing, so the stripped line sequential copy
      *    hashes the same as the line that was written.
       HASH-ONE-LINE.
           IF LS-CHAIN-HASH IS NUMERIC
               MOVE LS-CHAIN-HASH(1:9) TO WS-HASH-OUT-1
               MOVE LS-CHAIN-HASH(10:9) TO WS-HASH-OUT-2
           ELSE
               MOVE ZEROS TO WS-HASH-OUT
           END-IF
           MOVE WS-HASH-OUT-1 TO WS-FOLD-1
           MOVE WS-HASH-OUT-2 TO WS-FOLD-2
           MOVE 508 TO WS-BODY-LENGTH
           PERFORM UNTIL WS-BODY-LENGTH = 0
                   OR LS-AUDIT-LINE(WS-BODY-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BODY-LENGTH
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-BODY-LENGTH
               COMPUTE WS-FOLD-1 = FUNCTION MOD(
                   (WS-FOLD-1 * 31) +
                   FUNCTION ORD(LS-AUDIT-LINE(IDX:1)),
                   999999937)
               COMPUTE WS-FOLD-2 = FUNCTION MOD(
                   (WS-FOLD-2 * 131) +
                   FUNCTION ORD(LS-AUDIT-LINE(IDX:1)) + IDX,
                   999999893)
           END-PERFORM
           MOVE WS-FOLD-1 TO WS-HASH-OUT-1
           MOVE WS-FOLD-2 TO WS-HASH-OUT-2.

       END PROGRAM AUDCHAIN.
