       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-ALERTDSP.

      *    On-call dispatcher for the suite's shared alert queue.
      *    FT-TREND, FT-QGATE, FT-INTEGRITY, FT-VALIDATE, FT-RELEASE
      *    and FT-JOBFLOW each append their alerts through ALERTQ to
      *    alert_queue.txt; this step, run at the end of the night
      *    (and again whenever operations like), turns the queue into
      *    the on-call page file the monitoring agent picks up:
      *      - an alert is identified by program plus alert code;
      *        repeats of the same pair within the night collapse
      *        into one page (highest severity, latest text, count);
      *      - an alert stays open in alert_open.txt until an
      *        operator acknowledges it, so when it is raised again
      *        on a later night it is listed as OPEN "still open
      *        since" its first night instead of paging anew;
      *      - acknowledgments come from alert_acks.txt, one
      *        "ACK <program> <code> <operator>" line each, or from
      *        ACK=<program>/<code> with OPERATOR= on the PARM; an
      *        acknowledged alert raised again later pages as new.
      *    Dispatched queue lines and applied acknowledgments are
      *    appended to alert_history.txt and the queue and ack files
      *    are emptied. The page file is rewritten each dispatch:
      *    PAGE lines for new alerts, OPEN lines for every alert still
      *    awaiting acknowledgment. Ends 4 when anything new paged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-ALERT-QUEUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STAT.
           SELECT ALERT-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-ALERT-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STAT.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STAT.
           SELECT OPEN-ALERTS-FILE ASSIGN TO DYNAMIC
               WS-OPEN-ALERTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STAT.
           SELECT OPEN-ALERTS-NEW-FILE ASSIGN TO DYNAMIC
               WS-OPEN-ALERTS-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONW-STAT.
           SELECT PAGE-FILE ASSIGN TO DYNAMIC WS-PAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

       FD  ALERT-HISTORY-FILE.
       01  ALERT-HISTORY-RECORD     PIC X(150).

       FD  ACK-FILE.
       01  ACK-RECORD               PIC X(80).

      *    Open-alert line: program 1-12, code 14-25, severity 27-30,
      *    first raised 32-45, last raised 47-60, times raised 62-67,
      *    latest text 69-148.
       FD  OPEN-ALERTS-FILE.
       01  OPEN-ALERTS-RECORD       PIC X(150).

       FD  OPEN-ALERTS-NEW-FILE.
       01  OPEN-ALERTS-NEW-RECORD   PIC X(150).

      *    Page line: PAGE or OPEN 1-4, severity 10-13, program 15-26,
      *    code 28-39, first raised 41-54, times raised 56-61, text
      *    63-142.
       FD  PAGE-FILE.
       01  PAGE-RECORD              PIC X(150).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-AQ-STAT       PIC XX VALUE SPACES.
       77  WS-AH-STAT       PIC XX VALUE SPACES.
       77  WS-ACK-STAT      PIC XX VALUE SPACES.
       77  WS-OPN-STAT      PIC XX VALUE SPACES.
       77  WS-ONW-STAT      PIC XX VALUE SPACES.
       77  WS-PAG-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-ALERT-QUEUE-FILENAME PIC X(100)
                                VALUE 'alert_queue.txt'.
       01  WS-ALERT-HISTORY-FILENAME PIC X(100)
                                VALUE 'alert_history.txt'.
       01  WS-ACK-FILENAME      PIC X(100) VALUE 'alert_acks.txt'.
       01  WS-OPEN-ALERTS-FILENAME PIC X(100)
                                VALUE 'alert_open.txt'.
       01  WS-OPEN-ALERTS-NEW-FILENAME PIC X(100)
                                VALUE 'alert_open.txt.new'.
       01  WS-PAGE-FILENAME     PIC X(100) VALUE 'oncall_page.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'alert_dispatch_rpt.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.
       01  WS-PARM-ACK          PIC X(30) VALUE SPACES.
       01  WS-PARM-OPERATOR     PIC X(8) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NOW-STAMP         PIC X(14) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SEEN-EDIT         PIC ZZZZZ9.

      *    Open alerts, carried from earlier dispatches and added to
      *    from tonight's queue. State: O carried and not raised
      *    again, N new this dispatch, R carried and raised again,
      *    A acknowledged this dispatch.
       01  WS-OPEN-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-OPEN-MAX          PIC 9(4) COMP VALUE 500.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 500 TIMES.
               10  WS-OPEN-PROGRAM  PIC X(12).
               10  WS-OPEN-CODE     PIC X(12).
               10  WS-OPEN-SEVERITY PIC X(4).
               10  WS-OPEN-FIRST    PIC X(14).
               10  WS-OPEN-LAST     PIC X(14).
               10  WS-OPEN-SEEN     PIC 9(6).
               10  WS-OPEN-TEXT     PIC X(80).
               10  WS-OPEN-STATE    PIC X.
       01  WS-FOUND-IDX         PIC 9(4) COMP VALUE 0.

       01  WS-ACK-KEYWORD       PIC X(8) VALUE SPACES.
       01  WS-ACK-PROGRAM       PIC X(12) VALUE SPACES.
       01  WS-ACK-CODE          PIC X(12) VALUE SPACES.
       01  WS-ACK-OPERATOR      PIC X(8) VALUE SPACES.

       01  WS-SEV-RANK-NEW      PIC 9 VALUE 0.
       01  WS-SEV-RANK-OLD      PIC 9 VALUE 0.
       01  WS-SEV-WORK          PIC X(4) VALUE SPACES.
       01  WS-SEV-RANK          PIC 9 VALUE 0.

       01  WS-QUEUED-COUNT      PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT   PIC 9(9) VALUE 0.
       01  WS-NEW-PAGE-COUNT    PIC 9(9) VALUE 0.
       01  WS-STILL-OPEN-COUNT  PIC 9(9) VALUE 0.
       01  WS-ACKED-COUNT       PIC 9(9) VALUE 0.
       01  WS-ACK-UNMATCHED     PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM GET-RUN-PARAMETERS
           IF WS-PARM-ACK NOT = SPACES AND WS-PARM-OPERATOR = SPACES
               DISPLAY "FT-ALERTDSP: ACK= needs OPERATOR= naming who "
                   "acknowledged it"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open dispatch report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-ALERTDSP ALERT DISPATCH REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN EXTEND ALERT-HISTORY-FILE
           IF WS-AH-STAT = "35"
               OPEN OUTPUT ALERT-HISTORY-FILE
           END-IF
           IF WS-AH-STAT NOT = "00"
               DISPLAY "Failed to open alert history. STATUS="
                   WS-AH-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-OPEN-ALERTS
           PERFORM APPLY-ACKNOWLEDGMENTS
           PERFORM DISPATCH-ALERT-QUEUE
           CLOSE ALERT-HISTORY-FILE
           PERFORM WRITE-PAGE-FILE
           PERFORM SAVE-OPEN-ALERTS
           PERFORM WRITE-DISPATCH-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "FT-ALERTDSP: queued=" WS-QUEUED-COUNT
               " new-pages=" WS-NEW-PAGE-COUNT
               " still-open=" WS-STILL-OPEN-COUNT
               " acknowledged=" WS-ACKED-COUNT
           IF WS-NEW-PAGE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-COUNT
           OPEN INPUT OPEN-ALERTS-FILE
           IF WS-OPN-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ OPEN-ALERTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF OPEN-ALERTS-RECORD NOT = SPACES
                                   AND WS-OPEN-COUNT < WS-OPEN-MAX
                               PERFORM LOAD-ONE-OPEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ALERTS-FILE
           END-IF.

       LOAD-ONE-OPEN-ALERT.
           ADD 1 TO WS-OPEN-COUNT
           MOVE OPEN-ALERTS-RECORD(1:12)
               TO WS-OPEN-PROGRAM(WS-OPEN-COUNT)
           MOVE OPEN-ALERTS-RECORD(14:12)
               TO WS-OPEN-CODE(WS-OPEN-COUNT)
           MOVE OPEN-ALERTS-RECORD(27:4)
               TO WS-OPEN-SEVERITY(WS-OPEN-COUNT)
           MOVE OPEN-ALERTS-RECORD(32:14)
               TO WS-OPEN-FIRST(WS-OPEN-COUNT)
           MOVE OPEN-ALERTS-RECORD(47:14)
               TO WS-OPEN-LAST(WS-OPEN-COUNT)
           IF OPEN-ALERTS-RECORD(62:6) IS NUMERIC
               MOVE OPEN-ALERTS-RECORD(62:6)
                   TO WS-OPEN-SEEN(WS-OPEN-COUNT)
           ELSE
               MOVE 1 TO WS-OPEN-SEEN(WS-OPEN-COUNT)
           END-IF
           MOVE OPEN-ALERTS-RECORD(69:80)
               TO WS-OPEN-TEXT(WS-OPEN-COUNT)
           MOVE 'O' TO WS-OPEN-STATE(WS-OPEN-COUNT).

      *    Acknowledgments from the file first, then the one on the
      *    PARM. The file is emptied once read, so an ack is applied
      *    exactly once.
       APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-ACK-KEYWORD
                               WS-ACK-PROGRAM WS-ACK-CODE
                               WS-ACK-OPERATOR
                           UNSTRING ACK-RECORD DELIMITED BY ALL ' '
                               INTO WS-ACK-KEYWORD WS-ACK-PROGRAM
                                   WS-ACK-CODE WS-ACK-OPERATOR
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(WS-ACK-KEYWORD)
                                   = 'ACK'
                               PERFORM APPLY-ONE-ACKNOWLEDGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
           END-IF
           IF WS-PARM-ACK NOT = SPACES
               MOVE SPACES TO WS-ACK-PROGRAM WS-ACK-CODE
               UNSTRING WS-PARM-ACK DELIMITED BY '/'
                   INTO WS-ACK-PROGRAM WS-ACK-CODE
               END-UNSTRING
               MOVE WS-PARM-OPERATOR TO WS-ACK-OPERATOR
               PERFORM APPLY-ONE-ACKNOWLEDGMENT
           END-IF.

       APPLY-ONE-ACKNOWLEDGMENT.
           MOVE FUNCTION UPPER-CASE(WS-ACK-PROGRAM) TO WS-ACK-PROGRAM
           MOVE FUNCTION UPPER-CASE(WS-ACK-CODE) TO WS-ACK-CODE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OPEN-COUNT
               IF WS-OPEN-PROGRAM(IDX) = WS-ACK-PROGRAM
                       AND WS-OPEN-CODE(IDX) = WS-ACK-CODE
                       AND WS-OPEN-STATE(IDX) NOT = 'A'
                   MOVE IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-ACK-UNMATCHED
               STRING "No open alert to acknowledge: "
                       FUNCTION TRIM(WS-ACK-PROGRAM) " "
                       FUNCTION TRIM(WS-ACK-CODE)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-ACKED-COUNT
               MOVE 'A' TO WS-OPEN-STATE(WS-FOUND-IDX)
               STRING "Acknowledged: " FUNCTION TRIM(WS-ACK-PROGRAM)
                       " " FUNCTION TRIM(WS-ACK-CODE) " by "
                       FUNCTION TRIM(WS-ACK-OPERATOR)
                       " (open since " WS-OPEN-FIRST(WS-FOUND-IDX)
                       ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO ALERT-RECORD
               MOVE WS-NOW-STAMP TO ALERT-TIMESTAMP ALERT-RUN-ID
               MOVE WS-ACK-PROGRAM TO ALERT-PROGRAM
               MOVE 'ACK' TO ALERT-SEVERITY
               MOVE WS-ACK-CODE TO ALERT-CODE
               STRING "Acknowledged by "
                       FUNCTION TRIM(WS-ACK-OPERATOR)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               MOVE ALERT-RECORD TO ALERT-HISTORY-RECORD
               WRITE ALERT-HISTORY-RECORD
           END-IF.

       DISPATCH-ALERT-QUEUE.
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-AQ-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALERT-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ALERT-RECORD NOT = SPACES
                           ADD 1 TO WS-QUEUED-COUNT
                           MOVE ALERT-RECORD TO ALERT-HISTORY-RECORD
                           WRITE ALERT-HISTORY-RECORD
                           PERFORM DISPATCH-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-QUEUE-FILE
           OPEN OUTPUT ALERT-QUEUE-FILE
           CLOSE ALERT-QUEUE-FILE.

      *    An acknowledged alert raised again opens a fresh entry:
      *    the operator closed the old one, so this is news.
       DISPATCH-ONE-ALERT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OPEN-COUNT
               IF WS-OPEN-PROGRAM(IDX) = ALERT-PROGRAM
                       AND WS-OPEN-CODE(IDX) = ALERT-CODE
                       AND WS-OPEN-STATE(IDX) NOT = 'A'
                   MOVE IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-OPEN-COUNT >= WS-OPEN-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "Open-alert table full; not tracked: "
                       ALERT-PROGRAM " " ALERT-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT TO WS-FOUND-IDX
               MOVE ALERT-PROGRAM TO WS-OPEN-PROGRAM(WS-FOUND-IDX)
               MOVE ALERT-CODE TO WS-OPEN-CODE(WS-FOUND-IDX)
               MOVE ALERT-SEVERITY TO WS-OPEN-SEVERITY(WS-FOUND-IDX)
               MOVE ALERT-TIMESTAMP TO WS-OPEN-FIRST(WS-FOUND-IDX)
               MOVE 0 TO WS-OPEN-SEEN(WS-FOUND-IDX)
               MOVE 'N' TO WS-OPEN-STATE(WS-FOUND-IDX)
               ADD 1 TO WS-NEW-PAGE-COUNT
           ELSE
               ADD 1 TO WS-DUPLICATE-COUNT
               IF WS-OPEN-STATE(WS-FOUND-IDX) = 'O'
                   MOVE 'R' TO WS-OPEN-STATE(WS-FOUND-IDX)
               END-IF
               MOVE ALERT-SEVERITY TO WS-SEV-WORK
               PERFORM RANK-SEVERITY
               MOVE WS-SEV-RANK TO WS-SEV-RANK-NEW
               MOVE WS-OPEN-SEVERITY(WS-FOUND-IDX) TO WS-SEV-WORK
               PERFORM RANK-SEVERITY
               MOVE WS-SEV-RANK TO WS-SEV-RANK-OLD
               IF WS-SEV-RANK-NEW > WS-SEV-RANK-OLD
                   MOVE ALERT-SEVERITY
                       TO WS-OPEN-SEVERITY(WS-FOUND-IDX)
               END-IF
           END-IF
           MOVE ALERT-TIMESTAMP TO WS-OPEN-LAST(WS-FOUND-IDX)
           MOVE ALERT-TEXT TO WS-OPEN-TEXT(WS-FOUND-IDX)
           ADD 1 TO WS-OPEN-SEEN(WS-FOUND-IDX).

       RANK-SEVERITY.
           EVALUATE WS-SEV-WORK
               WHEN 'CRIT'
                   MOVE 3 TO WS-SEV-RANK
               WHEN 'FAIL'
                   MOVE 2 TO WS-SEV-RANK
               WHEN 'WARN'
                   MOVE 1 TO WS-SEV-RANK
               WHEN OTHER
                   MOVE 0 TO WS-SEV-RANK
           END-EVALUATE.

      *    New pages first, then everything still awaiting an
      *    acknowledgment -- the OPEN lines are reminders, not pages.
       WRITE-PAGE-FILE.
           OPEN OUTPUT PAGE-FILE
           IF WS-PAG-STAT NOT = "00"
               DISPLAY "Failed to open page file. STATUS=" WS-PAG-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATE(IDX) = 'N'
                   MOVE 'PAGE' TO PAGE-RECORD
                   PERFORM FILL-ONE-PAGE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATE(IDX) = 'O' OR WS-OPEN-STATE(IDX) = 'R'
                   ADD 1 TO WS-STILL-OPEN-COUNT
                   MOVE 'OPEN' TO PAGE-RECORD
                   PERFORM FILL-ONE-PAGE-LINE
               END-IF
           END-PERFORM
           CLOSE PAGE-FILE.

       FILL-ONE-PAGE-LINE.
           MOVE WS-OPEN-SEVERITY(IDX) TO PAGE-RECORD(10:4)
           MOVE WS-OPEN-PROGRAM(IDX) TO PAGE-RECORD(15:12)
           MOVE WS-OPEN-CODE(IDX) TO PAGE-RECORD(28:12)
           MOVE WS-OPEN-FIRST(IDX) TO PAGE-RECORD(41:14)
           MOVE WS-OPEN-SEEN(IDX) TO PAGE-RECORD(56:6)
           MOVE WS-OPEN-TEXT(IDX) TO PAGE-RECORD(63:80)
           WRITE PAGE-RECORD
           MOVE WS-OPEN-SEEN(IDX) TO WS-SEEN-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF PAGE-RECORD(1:4) = 'PAGE'
               STRING "PAGED " WS-OPEN-SEVERITY(IDX) " "
                       WS-OPEN-PROGRAM(IDX) " " WS-OPEN-CODE(IDX)
                       " x" FUNCTION TRIM(WS-SEEN-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "OPEN  " WS-OPEN-SEVERITY(IDX) " "
                       WS-OPEN-PROGRAM(IDX) " " WS-OPEN-CODE(IDX)
                       " still open since "
                       WS-OPEN-FIRST(IDX)(1:8)
                       " x" FUNCTION TRIM(WS-SEEN-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD.

       SAVE-OPEN-ALERTS.
           OPEN OUTPUT OPEN-ALERTS-NEW-FILE
           IF WS-ONW-STAT NOT = "00"
               DISPLAY "Failed to write open alerts. STATUS="
                   WS-ONW-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATE(IDX) NOT = 'A'
                   MOVE SPACES TO OPEN-ALERTS-NEW-RECORD
                   MOVE WS-OPEN-PROGRAM(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(1:12)
                   MOVE WS-OPEN-CODE(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(14:12)
                   MOVE WS-OPEN-SEVERITY(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(27:4)
                   MOVE WS-OPEN-FIRST(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(32:14)
                   MOVE WS-OPEN-LAST(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(47:14)
                   MOVE WS-OPEN-SEEN(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(62:6)
                   MOVE WS-OPEN-TEXT(IDX)
                       TO OPEN-ALERTS-NEW-RECORD(69:80)
                   WRITE OPEN-ALERTS-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE OPEN-ALERTS-NEW-FILE
           CALL "CBL_DELETE_FILE" USING WS-OPEN-ALERTS-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-OPEN-ALERTS-NEW-FILENAME
               WS-OPEN-ALERTS-FILENAME.

       WRITE-DISPATCH-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-QUEUED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Alerts queued       : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DUPLICATE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Repeats collapsed   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NEW-PAGE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "New pages           : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-STILL-OPEN-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Still open          : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACKED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Acknowledged        : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ACK-UNMATCHED > 0
               MOVE WS-ACK-UNMATCHED TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Acks with no alert  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Not tracked (full)  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
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
                   WHEN WS-PARM-WORK(1:6) = 'QUEUE='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-ALERT-QUEUE-FILENAME
                   WHEN WS-PARM-WORK(1:5) = 'PAGE='
                       MOVE WS-PARM-WORK(6:95) TO WS-PAGE-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'ACK='
                       MOVE WS-PARM-WORK(5:30) TO WS-PARM-ACK
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE WS-PARM-WORK(10:8) TO WS-PARM-OPERATOR
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-ALERTDSP.
