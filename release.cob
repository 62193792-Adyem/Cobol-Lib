      *        prefix with a copy of the scorecard attached
      *        alongside, and ends 8 so the stream stops;
      *      - OVERRIDE=YES lets a supervisor release a held run,
      *        and the override is spelled out in the record; the
      *        supervisor must name themselves with OPERATOR=, or
      *        the override is ignored, and the id rides on the
      *        history line for FT-OPAUDIT;
      *      - either way the decision is appended to the
      *        name_run_history.txt log, so every release and
      *        quarantine is on the record;
      *      - a quarantine (FAIL) or a missing artifact (WARN) is
      *        raised on the suite's shared alert queue.
      *    The artifact list defaults to the clean file and the CRM
      *    extract; release_artifacts.ctl (one file name per line)
      *    replaces it when operations add outbound files.
      *    The CRM extract also waits on the CRM's acknowledgment of
      *    the last one shipped: each extract released is noted as
      *    PENDING (run id and record count) in crm_ack_state.txt for
      *    FT-CRMACK to settle, and while that state is PENDING,
      *    MISSING or MISMATCH the next extract is quarantined instead
      *    of shipped (RC 8, FAIL alert) until FT-CRMACK takes in a
      *    matching result or an operator clears the hold. The
      *    scorecard override does not lift this hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-RUN-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STAT.
           SELECT ACK-STATE-FILE ASSIGN TO DYNAMIC
               WS-ACK-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACS-STAT.
           SELECT CRM-EXTRACT-FILE ASSIGN TO DYNAMIC
               WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRX-STAT.

       DATA DIVISION.
       FILE SECTION.
       01  SCORECARD-COPY-RECORD    PIC X(80).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD       PIC X(200).

      *    FT-CRMACK's acknowledgment state -- layout in crmack.cob.
       FD  ACK-STATE-FILE.
       01  ACK-STATE-RECORD         PIC X(90).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           COPY "CUSTOMER-NAME-REC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-SCR-STAT      PIC XX VALUE SPACES.
       77  WS-ART-STAT      PIC XX VALUE SPACES.
       77  WS-SCC-STAT      PIC XX VALUE SPACES.
       77  WS-HIST-STAT     PIC XX VALUE SPACES.
       77  WS-ACS-STAT      PIC XX VALUE SPACES.
       77  WS-CRX-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-SCORECARD-FILENAME PIC X(100)
                                VALUE 'quarantine_scorecard.txt'.
       01  WS-RUN-HISTORY-FILENAME PIC X(100)
                                VALUE 'name_run_history.txt'.
       01  WS-ACK-STATE-FILENAME PIC X(100)
                                VALUE 'crm_ack_state.txt'.
       01  WS-CRM-EXTRACT-NAME  PIC X(100)
                                VALUE 'customer_name_extract.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-MOVED-COUNT       PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT     PIC 9(3) VALUE 0.
       01  WS-RENAME-RC         PIC S9(9) COMP VALUE 0.
       01  WS-ARTIFACT-PREFIX   PIC X(11) VALUE SPACES.

      *    CRM acknowledgment gate on the CRM extract.
       01  WS-ACK-STATE-CODE    PIC X(8) VALUE SPACES.
       01  WS-ACK-STATE-RUN-ID  PIC X(14) VALUE SPACES.
       01  WS-ACK-GATE-SW       PIC X VALUE 'Y'.
           88  ACK-GATE-OPEN        VALUE 'Y'.
       01  WS-ACK-HELD-COUNT    PIC 9(3) VALUE 0.
       01  WS-ACK-HOLD-TEXT     PIC X(12) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-TEXT     PIC X(18) VALUE SPACES.
       01  WS-CRM-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-CRM-COUNT         PIC 9(9) VALUE 0.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-ARTIFACT-LIST
           PERFORM READ-SCORECARD-VERDICT
           PERFORM CHECK-CRM-ACK-GATE
           IF OVERRIDE-REQUESTED AND WS-OPERATOR-ID = SPACES
               DISPLAY "FT-RELEASE: OVERRIDE=YES needs OPERATOR= "
                   "naming the supervisor - override ignored"
               MOVE 'N' TO WS-OVERRIDE-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN VERDICT-RELEASE
           DISPLAY "FT-RELEASE: " FUNCTION TRIM(WS-DECISION)
               " " WS-MOVED-COUNT " artifact(s), "
               WS-MISSING-COUNT " missing"
           IF WS-ACK-HELD-COUNT > 0
               MOVE SPACES TO ALERT-RECORD
               MOVE 'FAIL' TO ALERT-SEVERITY
               MOVE 'CRMACKHOLD' TO ALERT-CODE
               STRING "CRM extract held - acknowledgment of run "
                       WS-ACK-STATE-RUN-ID " is "
                       FUNCTION TRIM(WS-ACK-STATE-CODE)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               PERFORM RAISE-RELEASE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DECISION = "QUARANTINED"
               MOVE SPACES TO ALERT-RECORD
               MOVE 'FAIL' TO ALERT-SEVERITY
               MOVE 'QUARANTINED' TO ALERT-CODE
               STRING "Run quarantined on scorecard verdict "
                       FUNCTION TRIM(WS-VERDICT) " - "
                       WS-MOVED-COUNT " artifact(s) held"
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               PERFORM RAISE-RELEASE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0 AND WS-ACK-HELD-COUNT = 0
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 'WARN' TO ALERT-SEVERITY
                   MOVE 'MISSING' TO ALERT-CODE
                   STRING WS-MISSING-COUNT " outbound artifact(s) "
                           "missing at release"
                       DELIMITED BY SIZE INTO ALERT-TEXT
                   END-STRING
                   PERFORM RAISE-RELEASE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       RAISE-RELEASE-ALERT.
           MOVE 'FT-RELEASE' TO ALERT-PROGRAM
           CALL 'ALERTQ' USING ALERT-RECORD.

       MOVE-ONE-ARTIFACT.
           MOVE WS-ARTIFACT-NAME(IDX) TO WS-SOURCE-NAME
           MOVE WS-DEST-PREFIX TO WS-ARTIFACT-PREFIX
           IF WS-SOURCE-NAME = WS-CRM-EXTRACT-NAME
                   AND WS-DEST-PREFIX = "outbound_"
               IF ACK-GATE-OPEN
                   PERFORM COUNT-CRM-EXTRACT
               ELSE
                   MOVE "quarantine_" TO WS-ARTIFACT-PREFIX
                   ADD 1 TO WS-ACK-HELD-COUNT
                   DISPLAY "FT-RELEASE: CRM extract held - "
                       "acknowledgment of run " WS-ACK-STATE-RUN-ID
                       " is " FUNCTION TRIM(WS-ACK-STATE-CODE)
               END-IF
           END-IF
           MOVE SPACES TO WS-DEST-NAME
           STRING FUNCTION TRIM(WS-ARTIFACT-PREFIX)
                   FUNCTION TRIM(WS-SOURCE-NAME)
               DELIMITED BY SIZE INTO WS-DEST-NAME
           END-STRING
           MOVE 0 TO RETURN-CODE
           IF WS-RENAME-RC = 0
               ADD 1 TO WS-MOVED-COUNT
               IF WS-SOURCE-NAME = WS-CRM-EXTRACT-NAME
                       AND WS-ARTIFACT-PREFIX = "outbound_"
                   PERFORM NOTE-CRM-EXTRACT-PENDING
               END-IF
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "Artifact not moved (missing?): "
      *    The decision lands in the same run-history log the suite
      *    already keeps, one line per decision.
       RECORD-RELEASE-DECISION.
           IF WS-ACK-HELD-COUNT > 0
               MOVE " CRMACK=HELD" TO WS-ACK-HOLD-TEXT
           END-IF
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE SPACES TO WS-OPERATOR-TEXT
               STRING " OPERATOR=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-OPERATOR-TEXT
               END-STRING
           END-IF
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HIST-STAT = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
                       FUNCTION TRIM(WS-DECISION)
                       " VERDICT=" FUNCTION TRIM(WS-VERDICT)
                       " ARTIFACTS=" WS-MOVED-COUNT
                       WS-ACK-HOLD-TEXT
                       WS-OPERATOR-TEXT
                   DELIMITED BY SIZE INTO RUN-HISTORY-RECORD
               END-STRING
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *    No state file means no extract has shipped under the gate
      *    yet, so the first one goes.
       CHECK-CRM-ACK-GATE.
           OPEN INPUT ACK-STATE-FILE
           IF WS-ACS-STAT = "00"
               READ ACK-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACK-STATE-RECORD(1:8) TO WS-ACK-STATE-CODE
                       MOVE ACK-STATE-RECORD(10:14)
                           TO WS-ACK-STATE-RUN-ID
                       IF WS-ACK-STATE-CODE NOT = 'MATCHED'
                               AND WS-ACK-STATE-CODE NOT = 'CLEARED'
                           MOVE 'N' TO WS-ACK-GATE-SW
                       END-IF
               END-READ
               CLOSE ACK-STATE-FILE
           END-IF.

      *    Run id and record count of the extract about to ship, for
      *    FT-CRMACK to reconcile the CRM's load result against.
       COUNT-CRM-EXTRACT.
           MOVE 0 TO WS-CRM-COUNT
           MOVE SPACES TO WS-CRM-RUN-ID
           OPEN INPUT CRM-EXTRACT-FILE
           IF WS-CRX-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CRM-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CRM-COUNT
                           IF WS-CRM-RUN-ID = SPACES
                               MOVE CUST-NAME-RUN-ID TO WS-CRM-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRM-EXTRACT-FILE
           END-IF.

       NOTE-CRM-EXTRACT-PENDING.
           OPEN OUTPUT ACK-STATE-FILE
           IF WS-ACS-STAT NOT = "00"
               DISPLAY "Failed to note CRM extract for acknowledgment."
                   " STATUS=" WS-ACS-STAT
           ELSE
               MOVE SPACES TO ACK-STATE-RECORD
               MOVE 'PENDING' TO ACK-STATE-RECORD(1:8)
               MOVE WS-CRM-RUN-ID TO ACK-STATE-RECORD(10:14)
               MOVE WS-CRM-COUNT TO ACK-STATE-RECORD(25:9)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO ACK-STATE-RECORD(35:14)
               MOVE 'FT-RELEASE' TO ACK-STATE-RECORD(50:10)
               WRITE ACK-STATE-RECORD
               CLOSE ACK-STATE-FILE
           END-IF.

      *    The verdict line FT-QGATE writes; no scorecard at all
      *    reads as HOLD -- shipping an unscored run is the accident
      *    this program exists to stop.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                   WHEN WS-PARM-WORK(1:10) = 'ARTIFACTS='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-ARTIFACTS-CTL-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
