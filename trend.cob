      *    than THRESHOLD= percent (default 25) from its file's
      *    trailing average -- so a source extract that silently
      *    halves gets caught the same morning. A nonzero alert count
      *    becomes RETURN-CODE 4 so the scheduler can page on it,
      *    and is raised as a WARN alert on the shared alert queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD       PIC X(200).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD      PIC X(132).
       01  WS-ALERT-COUNT       PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.

      *    One history line split into its blank-delimited tokens:
      *    run id, INPUT=, READ=, WRITTEN=, RC=.
       01  WS-TOKEN-RUN-ID      PIC X(20) VALUE SPACES.
           CLOSE TREND-REPORT-FILE

           IF WS-ALERT-COUNT > 0
               PERFORM RAISE-VOLUME-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       RAISE-VOLUME-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE 'FT-TREND' TO ALERT-PROGRAM
           MOVE 'WARN' TO ALERT-SEVERITY
           MOVE 'VOLUME' TO ALERT-CODE
           MOVE WS-ALERT-COUNT TO WS-ALERT-EDIT
           STRING FUNCTION TRIM(WS-ALERT-EDIT)
                   " run(s) off trailing read average by over "
                   WS-THRESHOLD-PCT " pct - see "
                   FUNCTION TRIM(WS-TREND-REPORT-FILENAME)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL 'ALERTQ' USING ALERT-RECORD.

       ANALYZE-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-TOKEN-RUN-ID WS-TOKEN-INPUT
               WS-TOKEN-READ WS-TOKEN-WRITTEN WS-TOKEN-RC
