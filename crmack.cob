       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CRMACK.

      *    CRM load-result acknowledgment intake. The customer name
      *    extract went to the CRM every night with nothing coming
      *    back, and when the CRM dropped 1,400 records on one of its
      *    own field-length rules we heard it from the sales team.
      *    The CRM now returns a load-result file, one line per
      *    record it saw:
      *        <customer id>,<A|ACCEPTED|R|REJECTED>,<reason>
      *    led by a RUN,<run id> line naming the extract it loaded
      *    (blank lines and '*' comment lines are ignored). FT-RELEASE
      *    notes every extract it ships -- run id and record count --
      *    as PENDING in the acknowledgment state file; this step
      *    settles that entry:
      *      - MODE=INTAKE (default) reads the load result and
      *        reconciles it against what was shipped: the run id
      *        must match and accepted plus rejected must equal the
      *        records sent. MATCHED when both hold; MISMATCH when
      *        either fails or lines cannot be read; MISSING when no
      *        load result has arrived. Every CRM-rejected customer
      *        goes on the CRM reject worklist FT-CONSOLE shows, the
      *        first time a result for the run is taken in. The
      *        outcome is appended to name_run_history.txt.
      *      - MODE=CLEAR,OPERATOR=<id> releases a MISSING, MISMATCH
      *        or still-PENDING acknowledgment once someone has dealt
      *        with it, and logs who did.
      *    FT-RELEASE will not ship the next CRM extract while the
      *    state is anything but MATCHED or CLEARED.
      *    RC 4 when the CRM rejected records, 8 on MISSING or
      *    MISMATCH, 12 when no shipped extract is on record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STAT.
           SELECT ACK-STATE-FILE ASSIGN TO DYNAMIC WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STAT.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORKLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKL-STAT.
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-RUN-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD               PIC X(200).

      *    One line: 1-8 state (PENDING, MATCHED, MISMATCH, MISSING,
      *    CLEARED), 10-23 run id of the extract shipped, 25-33
      *    records shipped, 35-48 when the state was set, 50-59 who
      *    set it, 61-90 note. Written by FT-RELEASE (PENDING) and
      *    this step.
       FD  ACK-STATE-FILE.
       01  ACK-STATE-RECORD         PIC X(90).

      *    One line per CRM-rejected customer: 1-10 customer id,
      *    12-25 run id of the extract, 27-106 the CRM's reason,
      *    108-115 date queued.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD          PIC X(115).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD       PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ACK-STAT      PIC XX VALUE SPACES.
       77  WS-STA-STAT      PIC XX VALUE SPACES.
       77  WS-WKL-STAT      PIC XX VALUE SPACES.
       77  WS-HIST-STAT     PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.

       01  WS-ACK-FILENAME      PIC X(100)
                                VALUE 'crm_load_result.txt'.
       01  WS-STATE-FILENAME    PIC X(100)
                                VALUE 'crm_ack_state.txt'.
       01  WS-WORKLIST-FILENAME PIC X(100)
                                VALUE 'crm_reject_worklist.txt'.
       01  WS-RUN-HISTORY-FILENAME PIC X(100)
                                VALUE 'name_run_history.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'crmack_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-RUN-MODE          PIC X(6) VALUE 'INTAKE'.
           88  MODE-INTAKE          VALUE 'INTAKE'.
           88  MODE-CLEAR           VALUE 'CLEAR'.
       01  WS-OPERATOR          PIC X(10) VALUE SPACES.
       01  WS-NOW               PIC X(14) VALUE SPACES.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.

      *    The shipped extract as FT-RELEASE recorded it.
       01  WS-STATE-FOUND-SW    PIC X VALUE 'N'.
           88  STATE-ON-RECORD      VALUE 'Y'.
       01  WS-STATE-CODE        PIC X(8) VALUE SPACES.
           88  STATE-OPEN           VALUE 'PENDING' 'MISMATCH'
                                          'MISSING'.
           88  STATE-SETTLED        VALUE 'MATCHED' 'CLEARED'.
       01  WS-SENT-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-SENT-COUNT        PIC 9(9) VALUE 0.
       01  WS-PRIOR-STATE       PIC X(8) VALUE SPACES.
       01  WS-QUEUE-REJECTS-SW  PIC X VALUE 'N'.
           88  QUEUE-REJECTS        VALUE 'Y'.

      *    This intake's findings.
       01  WS-ACK-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-ACK-TOKEN-1       PIC X(20) VALUE SPACES.
       01  WS-ACK-TOKEN-2       PIC X(20) VALUE SPACES.
       01  WS-ACK-TOKEN-3       PIC X(80) VALUE SPACES.
       01  WS-ACK-VERDICT       PIC X(20) VALUE SPACES.
       01  WS-LINE-COUNT        PIC 9(9) VALUE 0.
       01  WS-ACCEPTED-COUNT    PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(9) VALUE 0.
       01  WS-BAD-LINE-COUNT    PIC 9(9) VALUE 0.
       01  WS-QUEUED-COUNT      PIC 9(9) VALUE 0.
       01  WS-ACKED-COUNT       PIC 9(9) VALUE 0.
       01  WS-OUTCOME           PIC X(8) VALUE SPACES.
       01  WS-OUTCOME-NOTE      PIC X(30) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           PERFORM GET-RUN-PARAMETERS
           PERFORM READ-ACK-STATE
           IF NOT STATE-ON-RECORD
               DISPLAY "FT-CRMACK: no shipped CRM extract on record ("
                   FUNCTION TRIM(WS-STATE-FILENAME) ")"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN MODE-CLEAR
                   PERFORM CLEAR-ACK-HOLD
               WHEN MODE-INTAKE
                   PERFORM INTAKE-LOAD-RESULT
               WHEN OTHER
                   DISPLAY "FT-CRMACK: supply MODE=INTAKE or "
                       "MODE=CLEAR"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       INTAKE-LOAD-RESULT.
           IF STATE-SETTLED
               DISPLAY "FT-CRMACK: run " WS-SENT-RUN-ID
                   " already " FUNCTION TRIM(WS-STATE-CODE)
                   " - nothing to take in"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    A MISMATCH intake has already queued its rejects; a later
      *    corrected result must not queue them twice.
           MOVE WS-STATE-CODE TO WS-PRIOR-STATE
           IF WS-PRIOR-STATE = 'PENDING' OR WS-PRIOR-STATE = 'MISSING'
               MOVE 'Y' TO WS-QUEUE-REJECTS-SW
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-STAT NOT = "00"
               MOVE 'MISSING' TO WS-OUTCOME
               MOVE 'NO LOAD RESULT RECEIVED' TO WS-OUTCOME-NOTE
           ELSE
               IF QUEUE-REJECTS
                   PERFORM OPEN-WORKLIST-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-ONE-ACK-LINE
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               IF QUEUE-REJECTS
                   CLOSE WORKLIST-FILE
               END-IF
               PERFORM RECONCILE-LOAD-RESULT
           END-IF

           MOVE WS-OUTCOME TO WS-STATE-CODE
           MOVE 'FT-CRMACK' TO WS-OPERATOR
           PERFORM WRITE-ACK-STATE
           PERFORM RECORD-ACK-OUTCOME
           PERFORM WRITE-CRMACK-REPORT

           DISPLAY "FT-CRMACK: run " WS-SENT-RUN-ID " "
               FUNCTION TRIM(WS-OUTCOME) " sent=" WS-SENT-COUNT
               " accepted=" WS-ACCEPTED-COUNT
               " rejected=" WS-REJECTED-COUNT
           EVALUATE TRUE
               WHEN WS-OUTCOME NOT = 'MATCHED'
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 'FAIL' TO ALERT-SEVERITY
                   MOVE 'CRMACK' TO ALERT-CODE
                   STRING "CRM acknowledgment "
                           FUNCTION TRIM(WS-OUTCOME)
                           " for run " WS-SENT-RUN-ID " - "
                           FUNCTION TRIM(WS-OUTCOME-NOTE)
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   PERFORM RAISE-CRMACK-ALERT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 'WARN' TO ALERT-SEVERITY
                   MOVE 'CRMREJECT' TO ALERT-CODE
                   STRING "CRM rejected " WS-REJECTED-COUNT
                           " record(s) from run " WS-SENT-RUN-ID
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   PERFORM RAISE-CRMACK-ALERT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       TAKE-ONE-ACK-LINE.
           IF FUNCTION TRIM(ACK-RECORD) = SPACES
                   OR ACK-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-ACK-TOKEN-1 WS-ACK-TOKEN-2 WS-ACK-TOKEN-3
           UNSTRING ACK-RECORD DELIMITED BY ','
               INTO WS-ACK-TOKEN-1 WS-ACK-TOKEN-2 WS-ACK-TOKEN-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACK-TOKEN-1))
               TO WS-ACK-TOKEN-1
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACK-TOKEN-2))
               TO WS-ACK-VERDICT
           IF WS-ACK-TOKEN-1 = 'RUN'
               MOVE FUNCTION TRIM(WS-ACK-TOKEN-2) TO WS-ACK-RUN-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACKED-COUNT
           EVALUATE WS-ACK-VERDICT
               WHEN 'A'
               WHEN 'ACCEPTED'
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN 'R'
               WHEN 'REJECTED'
                   ADD 1 TO WS-REJECTED-COUNT
                   IF QUEUE-REJECTS
                       PERFORM QUEUE-CRM-REJECT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY "Load result line not understood: "
                       FUNCTION TRIM(ACK-RECORD)
           END-EVALUATE.

       OPEN-WORKLIST-FILE.
           OPEN EXTEND WORKLIST-FILE
           IF WS-WKL-STAT = "35"
               OPEN OUTPUT WORKLIST-FILE
           END-IF
           IF WS-WKL-STAT NOT = "00"
               DISPLAY "Failed to open CRM reject worklist. STATUS="
                   WS-WKL-STAT
               MOVE 'N' TO WS-QUEUE-REJECTS-SW
           END-IF.

       QUEUE-CRM-REJECT.
           MOVE SPACES TO WORKLIST-RECORD
           MOVE WS-ACK-TOKEN-1 TO WORKLIST-RECORD(1:10)
           MOVE WS-SENT-RUN-ID TO WORKLIST-RECORD(12:14)
           MOVE FUNCTION TRIM(WS-ACK-TOKEN-3) TO WORKLIST-RECORD(27:80)
           MOVE WS-NOW(1:8) TO WORKLIST-RECORD(108:8)
           WRITE WORKLIST-RECORD
           IF WS-WKL-STAT NOT = "00"
               DISPLAY "Write error on CRM reject worklist. STATUS="
                   WS-WKL-STAT
           ELSE
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

      *    The first failing test names the mismatch; the counts all
      *    land in the history line either way.
       RECONCILE-LOAD-RESULT.
           MOVE 'MATCHED' TO WS-OUTCOME
           MOVE SPACES TO WS-OUTCOME-NOTE
           EVALUATE TRUE
               WHEN WS-ACK-RUN-ID = SPACES
                   MOVE 'MISMATCH' TO WS-OUTCOME
                   MOVE 'RESULT NAMES NO RUN ID' TO WS-OUTCOME-NOTE
               WHEN WS-ACK-RUN-ID NOT = WS-SENT-RUN-ID
                   MOVE 'MISMATCH' TO WS-OUTCOME
                   MOVE 'RESULT IS FOR ANOTHER RUN' TO WS-OUTCOME-NOTE
               WHEN WS-BAD-LINE-COUNT > 0
                   MOVE 'MISMATCH' TO WS-OUTCOME
                   MOVE 'UNREADABLE RESULT LINES' TO WS-OUTCOME-NOTE
               WHEN WS-ACCEPTED-COUNT + WS-REJECTED-COUNT
                       NOT = WS-SENT-COUNT
                   MOVE 'MISMATCH' TO WS-OUTCOME
                   MOVE 'COUNT DIFFERS FROM EXTRACT' TO WS-OUTCOME-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-ACK-HOLD.
           IF WS-OPERATOR = SPACES
               DISPLAY "FT-CRMACK: MODE=CLEAR needs OPERATOR="
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT STATE-OPEN
               DISPLAY "FT-CRMACK: run " WS-SENT-RUN-ID " is "
                   FUNCTION TRIM(WS-STATE-CODE) " - nothing to clear"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATE-CODE TO WS-PRIOR-STATE
           MOVE 'CLEARED' TO WS-STATE-CODE
           MOVE 'CLEARED' TO WS-OUTCOME
           MOVE SPACES TO WS-OUTCOME-NOTE
           STRING "WAS " FUNCTION TRIM(WS-PRIOR-STATE)
               DELIMITED BY SIZE INTO WS-OUTCOME-NOTE
           END-STRING
           PERFORM WRITE-ACK-STATE
           PERFORM RECORD-ACK-OUTCOME
           DISPLAY "FT-CRMACK: run " WS-SENT-RUN-ID " cleared from "
               FUNCTION TRIM(WS-PRIOR-STATE) " by "
               FUNCTION TRIM(WS-OPERATOR)
           MOVE 0 TO RETURN-CODE.

       READ-ACK-STATE.
           OPEN INPUT ACK-STATE-FILE
           IF WS-STA-STAT = "00"
               READ ACK-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-STATE-FOUND-SW
                       MOVE ACK-STATE-RECORD(1:8) TO WS-STATE-CODE
                       MOVE ACK-STATE-RECORD(10:14) TO WS-SENT-RUN-ID
                       IF ACK-STATE-RECORD(25:9) IS NUMERIC
                           MOVE ACK-STATE-RECORD(25:9)
                               TO WS-SENT-COUNT
                       END-IF
               END-READ
               CLOSE ACK-STATE-FILE
           END-IF.

       WRITE-ACK-STATE.
           OPEN OUTPUT ACK-STATE-FILE
           IF WS-STA-STAT NOT = "00"
               DISPLAY "Failed to rewrite acknowledgment state. "
                   "STATUS=" WS-STA-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACK-STATE-RECORD
           MOVE WS-STATE-CODE TO ACK-STATE-RECORD(1:8)
           MOVE WS-SENT-RUN-ID TO ACK-STATE-RECORD(10:14)
           MOVE WS-SENT-COUNT TO ACK-STATE-RECORD(25:9)
           MOVE WS-NOW TO ACK-STATE-RECORD(35:14)
           MOVE WS-OPERATOR TO ACK-STATE-RECORD(50:10)
           MOVE WS-OUTCOME-NOTE TO ACK-STATE-RECORD(61:30)
           WRITE ACK-STATE-RECORD
           CLOSE ACK-STATE-FILE.

      *    Same one-line-per-event convention FT-RELEASE uses in the
      *    suite's run history.
       RECORD-ACK-OUTCOME.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HIST-STAT = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-HIST-STAT NOT = "00"
               DISPLAY "Failed to open run history. STATUS="
                   WS-HIST-STAT
           ELSE
               MOVE SPACES TO RUN-HISTORY-RECORD
               STRING WS-NOW
                       " FT-CRMACK OUTCOME=" FUNCTION TRIM(WS-OUTCOME)
                       " RUN=" WS-SENT-RUN-ID
                       " SENT=" WS-SENT-COUNT
                       " ACCEPTED=" WS-ACCEPTED-COUNT
                       " REJECTED=" WS-REJECTED-COUNT
                       " BY=" FUNCTION TRIM(WS-OPERATOR)
                       " NOTE=" FUNCTION TRIM(WS-OUTCOME-NOTE)
                   DELIMITED BY SIZE INTO RUN-HISTORY-RECORD
               END-STRING
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

       RAISE-CRMACK-ALERT.
           MOVE 'FT-CRMACK' TO ALERT-PROGRAM
           MOVE WS-SENT-RUN-ID TO ALERT-RUN-ID
           CALL 'ALERTQ' USING ALERT-RECORD.

       WRITE-CRMACK-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open report. STATUS=" WS-RPT-STAT
           ELSE
               MOVE "FT-CRMACK CRM LOAD ACKNOWLEDGMENT REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Extract run     : " WS-SENT-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Result run      : " WS-ACK-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Outcome         : " WS-OUTCOME " "
                   WS-OUTCOME-NOTE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-SENT-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Records sent    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ACCEPTED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "CRM accepted    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-REJECTED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "CRM rejected    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-BAD-LINE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Unreadable lines: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-QUEUED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Queued to review: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3
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
                   WHEN WS-PARM-WORK(1:5) = 'MODE='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(6:6))
                           TO WS-RUN-MODE
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94) TO WS-ACK-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE WS-PARM-WORK(10:10) TO WS-OPERATOR
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CRMACK.
