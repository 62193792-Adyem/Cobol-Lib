       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTJRNL.

      *    Appends one line to the name master's forward-recovery
      *    journal (name_master_journal.txt), so every program that
      *    changes the master records the change in one layout to one
      *    place -- same reasoning as ALERTQ and AUDCHAIN: the file's
      *    name and open discipline live in one subprogram.
      *
      *    CALL 'MSTJRNL' USING journal record (JOURNAL-RECORD.cpy)
      *    with run id, program, action, customer id and before and
      *    after images filled in. The journal is opened for append
      *    on the first call and held open across calls, since the
      *    nightly upsert pass journals every record it lands; a
      *    call with action X closes it, and every caller makes that
      *    call when it closes the master. A journal that cannot be
      *    opened is reported on the console each time a line would
      *    have been written, so the gap shows in the job log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD      PIC X(619).

       WORKING-STORAGE SECTION.
       77  WS-JNL-STAT              PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILENAME      PIC X(100)
                                    VALUE 'name_master_journal.txt'.
       01  WS-JOURNAL-OPEN-SW       PIC X VALUE 'N'.
           88  JOURNAL-IS-OPEN          VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       PROCEDURE DIVISION USING LS-JOURNAL-RECORD.
       MAIN-LOGIC.
           IF JRNL-ACTION = 'X'
               IF JOURNAL-IS-OPEN
                   CLOSE JOURNAL-FILE
                   MOVE 'N' TO WS-JOURNAL-OPEN-SW
               END-IF
               GOBACK
           END-IF
           IF NOT JOURNAL-IS-OPEN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JNL-STAT = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JNL-STAT = "00"
                   MOVE 'Y' TO WS-JOURNAL-OPEN-SW
               END-IF
           END-IF
           IF NOT JOURNAL-IS-OPEN
               DISPLAY "MSTJRNL: journal not open, STATUS=" WS-JNL-STAT
                   " - change not journaled: " JRNL-ACTION " "
                   JRNL-CUST-ID " RUN=" JRNL-RUN-ID
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-STAMP
           MOVE LS-JOURNAL-RECORD TO JOURNAL-FILE-RECORD
           WRITE JOURNAL-FILE-RECORD
           IF WS-JNL-STAT NOT = "00"
               DISPLAY "MSTJRNL: write error, STATUS=" WS-JNL-STAT
                   " - change not journaled: " JRNL-ACTION " "
                   JRNL-CUST-ID " RUN=" JRNL-RUN-ID
           END-IF
           GOBACK.

       END PROGRAM MSTJRNL.
