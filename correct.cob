       DATA DIVISION.
       FILE SECTION.
      *    Bytes 1-256 are the raw input record verbatim, bytes 257-286
      *    the reject reason, bytes 287-300 the rejecting run's id,
      *    bytes 302-304 the manifest source code -- same layout on
      *    both sides of the rejects file, and the run id and source
      *    code ride the carry-forward untouched so traceability
      *    survives this screen.
       FD  REJECTS-FILE.
       01  REJECTS-RECORD           PIC X(304).

       FD  REJECTS-REMAINING-FILE.
       01  REJECTS-REMAINING-RECORD PIC X(304).

       FD  CORRECTIONS-FILE.
       01  CORRECTIONS-RECORD       PIC X(256).
       01  WS-SUFFIX-SWITCH         PIC X VALUE 'N'.
           88  IS-SUFFIX-MATCH          VALUE 'Y'.

      *    Corrections keyed, by company, for the month-end
      *    chargeback (see CHGUSAGE). A rejected customer never
      *    reached the name master, so the company comes from the
      *    reject's own "B2/" tag the way FT-NAME reads it -- no tag
      *    is the default partition.
       01  WS-USAGE-FUNC            PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL 'LOADRULES' USING RT-RULES WS-RULES-FILENAME
           CLOSE REJECTS-REMAINING-FILE
           CLOSE CLEAN-FILE
           CLOSE CORRECTION-LOG-FILE
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD

           DISPLAY "Corrected=" WS-CORRECTED-COUNT
               " Skipped=" WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-CORRECTED-COUNT
               PERFORM WRITE-CORRECTION-LOG-LINE
               PERFORM TALLY-CORRECTION-USAGE
           END-IF.

       TALLY-CORRECTION-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-CORRECT' TO USAGE-PROGRAM
           MOVE 'CORRECT' TO USAGE-VOLUME
           MOVE '01' TO USAGE-COMPANY
           IF REJECTS-RECORD(11:1) NOT = SPACE AND
                   REJECTS-RECORD(12:1) NOT = SPACE AND
                   REJECTS-RECORD(13:1) = '/'
               MOVE FUNCTION UPPER-CASE(REJECTS-RECORD(11:2))
                   TO USAGE-COMPANY
           END-IF
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       SIGN-ON-OPERATOR.
           PERFORM UNTIL FUNCTION TRIM(WS-OPERATOR-ID) NOT = SPACES
               DISPLAY "Operator id: " WITH NO ADVANCING
