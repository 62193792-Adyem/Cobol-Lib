      *      - every record migrates, re-folded into the new space;
      *        the rare pair that still collides there keeps the
      *        first resident and sidelines the loser to the
      *        overflow file, so nothing is silently lost, and
      *        journals it through MSTJRNL as a delete with its
      *        before image, so a roll-forward agrees with the
      *        rebuilt master;
      *      - on success the rebuilt file replaces the master and
      *        master_keyspace.ctl is rewritten, which every reader
      *        and writer picks up through the shared KEYSPACE
               ==MASTER-CUST-ID== BY ==OLD-CUST-ID==
               ==MASTER-NAME-TEXT== BY ==OLD-NAME-TEXT==
               ==MASTER-RUN-ID== BY ==OLD-RUN-ID==
               ==MASTER-COMPANY-CODE== BY ==OLD-COMPANY-CODE==
               ==MASTER-STATUS-CODE== BY ==OLD-STATUS-CODE==
               ==MASTER-STATUS-DATE== BY ==OLD-STATUS-DATE==.

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  OVERFLOW-FILE.
       01  OVERFLOW-RECORD          PIC X(281).

       FD  KEYSPACE-CTL-FILE.
       01  KEYSPACE-CTL-RECORD      PIC X(40).
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-MIGRATED-COUNT    PIC 9(9) VALUE 0.
       01  WS-COLLISION-COUNT   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           CALL 'KEYSPACE' USING WS-OLD-KEYSPACE
           IF WS-NEW-KEYSPACE = 0
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           IF WS-COLLISION-COUNT > 0 AND WS-OVF-STAT = "00"
               CLOSE OVERFLOW-FILE
           END-IF

      *    A pair that still collides in the larger space: the first
      *    resident keeps the slot, the loser goes to the flat
      *    overflow file in the 281-byte backup layout so it can be
      *    re-fed or reloaded by hand. The overflow file opens on
      *    the first collision only -- most reorgs never need it.
       SIDELINE-COLLIDED-RECORD.
               MOVE OLD-MASTER-RECORD TO OVERFLOW-RECORD
               WRITE OVERFLOW-RECORD
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'D' TO JRNL-ACTION
           MOVE OLD-MASTER-RECORD TO JRNL-BEFORE-IMAGE
           PERFORM JOURNAL-MASTER-CHANGE
           DISPLAY "Reorg collision - sidelined " OLD-CUST-ID.

       JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-REORG' TO JRNL-PROGRAM
           MOVE OLD-CUST-ID TO JRNL-CUST-ID
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

      *    The master fold, over the NEW modulus -- same running
      *    MOD-31 shape the shared paragraph uses everywhere else.
       COMPUTE-NEW-RELATIVE-KEY.
