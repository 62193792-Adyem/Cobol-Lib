       PROGRAM-ID. FT-VALIDATE.

      *    Integrity validator for any clean-format file
      *    (clean_names.txt or a retained generation, or the wider
      *    customer_golden_record.txt -- records up to 750 bytes are
      *    read whole), run before transmission so a truncated
      *    transfer or partial restart-append is caught here instead
      *    of by the downstream team.
      *    Checks:
      *      - the first record is a well-formed HDR carrying
      *        RUN-DATE= and RUN-ID=;
      *      - nothing follows the TRL and no second HDR appears.
      *    RETURN-CODE 0 pass / 8 fail / 12 file unreadable, so the
      *    transmission step can gate on it. FILE= names the file to
      *    validate. A FAIL or an unreadable file is also raised on
      *    the suite's shared alert queue (FAIL / CRIT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD             PIC X(750).

       FD  VALIDATE-REPORT-FILE.
       01  VALIDATE-REPORT-RECORD   PIC X(100).
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-FINDING-TEXT      PIC X(80) VALUE SPACES.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
               DISPLAY "FT-VALIDATE: cannot open "
                   FUNCTION TRIM(WS-CLEAN-FILENAME)
                   " STATUS=" WS-CLN-STAT
               MOVE SPACES TO ALERT-RECORD
               MOVE 'CRIT' TO ALERT-SEVERITY
               MOVE 'UNREADABLE' TO ALERT-CODE
               STRING "Cannot open "
                       FUNCTION TRIM(WS-CLEAN-FILENAME)
                       " STATUS=" WS-CLN-STAT
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM RAISE-VALIDATION-ALERT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "FT-VALIDATE: FAIL - " WS-FAIL-COUNT
                   " finding(s), see "
                   FUNCTION TRIM(WS-VALIDATE-REPORT-FILENAME)
               MOVE SPACES TO ALERT-RECORD
               MOVE 'FAIL' TO ALERT-SEVERITY
               MOVE 'FAILED' TO ALERT-CODE
               MOVE WS-FAIL-COUNT TO WS-ALERT-EDIT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-CLEAN-FILENAME) " failed "
                       "validation - " FUNCTION TRIM(WS-ALERT-EDIT)
                       " finding(s)"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM RAISE-VALIDATION-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
               END-IF
           END-PERFORM.

      *    Severity and code set by the caller, text in
      *    WS-FINDING-TEXT.
       RAISE-VALIDATION-ALERT.
           MOVE 'FT-VALIDATE' TO ALERT-PROGRAM
           MOVE WS-FINDING-TEXT TO ALERT-TEXT
           CALL 'ALERTQ' USING ALERT-RECORD.

       WRITE-ONE-FINDING.
           ADD 1 TO WS-FAIL-COUNT
           MOVE SPACES TO VALIDATE-REPORT-RECORD
