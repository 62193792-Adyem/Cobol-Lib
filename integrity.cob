      *      CONTACT-ORPHAN   a contact row with neither.
      *    A name-side orphan is graded by age from the record's own
      *    MASTER-RUN-ID stamp (NEW under 8 days, AGING to 30,
      *    STALE beyond), so the oldest gaps surface first. Any
      *    orphan at all is raised as a WARN alert on the suite's
      *    shared alert queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-COMPLETE-COUNT    PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.
       01  WS-ALERT-EDIT-2      PIC ZZZ,ZZ9.
       01  WS-ALERT-EDIT-3      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
           IF WS-NAME-NO-ADDR-COUNT > 0 OR
                   WS-ADDR-NO-NAME-COUNT > 0 OR
                   WS-CONT-ORPHAN-COUNT > 0
               PERFORM RAISE-ORPHAN-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
               END-READ
           END-IF.

       RAISE-ORPHAN-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE 'FT-INTEGRITY' TO ALERT-PROGRAM
           MOVE 'WARN' TO ALERT-SEVERITY
           MOVE 'ORPHANS' TO ALERT-CODE
           MOVE WS-NAME-NO-ADDR-COUNT TO WS-ALERT-EDIT
           MOVE WS-ADDR-NO-NAME-COUNT TO WS-ALERT-EDIT-2
           MOVE WS-CONT-ORPHAN-COUNT TO WS-ALERT-EDIT-3
           STRING "Orphans: name-no-addr "
                   FUNCTION TRIM(WS-ALERT-EDIT)
                   " addr-no-name " FUNCTION TRIM(WS-ALERT-EDIT-2)
                   " contact " FUNCTION TRIM(WS-ALERT-EDIT-3)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL 'ALERTQ' USING ALERT-RECORD.

       WRITE-INTEGRITY-SUMMARY.
           MOVE WS-COMPLETE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
