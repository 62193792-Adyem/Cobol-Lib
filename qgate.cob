      *    report and ends with RETURN-CODE 8 when any threshold is
      *    breached, so the job stream holds clean_names.txt back
      *    from downstream automatically instead of a human eyeballing
      *    five numbers at 6 a.m. A HOLD is also raised as a FAIL
      *    alert on the suite's shared alert queue. Each verdict is
      *    also appended to quality_gate_history.txt (stamp 1-14,
      *    verdict 16-24 RELEASE / HOLD / ZERO-READ, records read
      *    26-34, thresholds breached 36-39), so the month-end KPI
      *    report can count the gate's outcomes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-SCORECARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STAT.
           SELECT GATE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-GATE-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GHS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD         PIC X(80).

       FD  GATE-HISTORY-FILE.
       01  GATE-HISTORY-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CTL-STAT      PIC XX VALUE SPACES.
       77  WS-THR-STAT      PIC XX VALUE SPACES.
       77  WS-SCR-STAT      PIC XX VALUE SPACES.
       77  WS-GHS-STAT      PIC XX VALUE SPACES.

       01  WS-CONTROL-REPORT-FILENAME PIC X(100)
                                VALUE 'name_control_report.txt'.
                                VALUE 'quality_thresholds.ctl'.
       01  WS-SCORECARD-FILENAME PIC X(100)
                                VALUE 'name_quality_scorecard.txt'.
       01  WS-GATE-HISTORY-FILENAME PIC X(100)
                                VALUE 'quality_gate_history.txt'.
       01  WS-GATE-VERDICT      PIC X(9) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-LABEL-TEXT        PIC X(40) VALUE SPACES.
       01  WS-THR-KEYWORD       PIC X(12) VALUE SPACES.
       01  WS-THR-VALUE-TEXT    PIC X(10) VALUE SPACES.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.
       01  WS-ALERT-CODE-WORK   PIC X(12) VALUE SPACES.
       01  WS-ALERT-TEXT        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-THRESHOLDS
           IF WS-READ-COUNT = 0
               DISPLAY "FT-QGATE: control report shows zero records "
                   "read - nothing to score"
               MOVE 'ZERO-READ' TO WS-ALERT-CODE-WORK
               MOVE "Control report shows zero records read"
                   TO WS-ALERT-TEXT
               PERFORM RAISE-QUALITY-ALERT
               MOVE 'ZERO-READ' TO WS-GATE-VERDICT
               PERFORM APPEND-GATE-HISTORY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BREACH-COUNT > 0
               DISPLAY "FT-QGATE: HOLD - " WS-BREACH-COUNT
                   " threshold(s) breached"
               MOVE 'HOLD' TO WS-ALERT-CODE-WORK
               MOVE WS-BREACH-COUNT TO WS-ALERT-EDIT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "HOLD - " FUNCTION TRIM(WS-ALERT-EDIT)
                       " quality threshold(s) breached - see "
                       FUNCTION TRIM(WS-SCORECARD-FILENAME)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM RAISE-QUALITY-ALERT
               MOVE 'HOLD' TO WS-GATE-VERDICT
               PERFORM APPEND-GATE-HISTORY
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FT-QGATE: RELEASE"
               MOVE 'RELEASE' TO WS-GATE-VERDICT
               PERFORM APPEND-GATE-HISTORY
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       APPEND-GATE-HISTORY.
           OPEN EXTEND GATE-HISTORY-FILE
           IF WS-GHS-STAT = "35"
               OPEN OUTPUT GATE-HISTORY-FILE
           END-IF
           IF WS-GHS-STAT NOT = "00"
               DISPLAY "Failed to open gate history. STATUS="
                   WS-GHS-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GATE-HISTORY-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO GATE-HISTORY-RECORD(1:14)
           MOVE WS-GATE-VERDICT TO GATE-HISTORY-RECORD(16:9)
           MOVE WS-READ-COUNT TO GATE-HISTORY-RECORD(26:9)
           MOVE WS-BREACH-COUNT TO GATE-HISTORY-RECORD(36:4)
           WRITE GATE-HISTORY-RECORD
           IF WS-GHS-STAT NOT = "00"
               DISPLAY "Write error on gate history. STATUS="
                   WS-GHS-STAT
           END-IF
           CLOSE GATE-HISTORY-FILE.

       RAISE-QUALITY-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE 'FT-QGATE' TO ALERT-PROGRAM
           MOVE 'FAIL' TO ALERT-SEVERITY
           MOVE WS-ALERT-CODE-WORK TO ALERT-CODE
           MOVE WS-ALERT-TEXT TO ALERT-TEXT
           CALL 'ALERTQ' USING ALERT-RECORD.

       SCORE-ONE-METRIC.
           COMPUTE WS-RATE ROUNDED =
               (WS-METRIC-COUNT * 100.0) / WS-READ-COUNT
