      *    yesterday's clean file. This step reads a jobflow control
      *    file (jobflow.ctl), one step per line in run order:
      *        STEP <name> PGM=<command> [PARM=<parm string>]
      *             [AFTER=<step>]... [MAXRC=<n>] [WHEN=<schedule>]
      *    and runs each step in turn. MAXRC is the step's ceiling on
      *    the graded return-code taxonomy (default 4, completed with
      *    warnings); a step whose predecessor exceeded its own
      *    against stale inputs. Every decision lands in the flow
      *    log with the actual return code, and the driver itself
      *    ends 8 when anything failed or was held.
      *    WHEN= says which nights a step is due: DAILY (the default),
      *    a weekday (MON, TUE, ... SUN), FIRSTBD or LASTBD (first or
      *    last business day of the month), or QTREND (the last
      *    business day of March, June, September, December).
      *    Business days are weekdays not listed in
      *    processing_calendar.ctl, the same calendar FT-COMPARE
      *    resolves its prior generation from. A step not due
      *    tonight is logged NOT-DUE and counts as completed for the
      *    steps that name it in AFTER=. RUNDATE=YYYYMMDD on the PARM
      *    evaluates the schedule as of another date (a rerun of a
      *    missed night).
      *    Every step that runs has its start and end times appended
      *    to the persistent step-timing history. At each step's end
      *    the driver projects the flow's finish -- tonight's pace
      *    against the historical averages, applied to the steps
      *    still to come -- and, the first time that projection lands
      *    past the window deadline in jobflow_window.ctl, writes a
      *    WARNING line to the flow log and the console so someone
      *    can be called in while there is still time. At the end of
      *    the flow the timing report gives each step's trailing
      *    average and slowest recent night, and the share of the
      *    night that sits on the longest AFTER= chain.
      *    A failed or skipped step (alert code = the step name) and
      *    the window warning (code WINDOW) are also raised on the
      *    suite's shared alert queue for FT-ALERTDSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOW-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STAT.
      *    One non-processing date (YYYYMMDD) per line; weekends are
      *    implied. Layout per FT-COMPARE.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC
               WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STAT.
      *    Step-timing history, one line per step run: flow date
      *    1-8, step 10-21, start 23-36 and end 38-51 (YYYYMMDDhhmmss),
      *    elapsed seconds 53-59, return code 61-65, status 67.
           SELECT TIMING-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-TIMING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIM-STAT.
      *    Batch window: one "DEADLINE hhmm" line. A deadline
      *    earlier in the day than the flow's start is taken as the
      *    next morning.
           SELECT WINDOW-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-WINDOW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIN-STAT.
           SELECT TIMING-REPORT-FILE ASSIGN TO DYNAMIC
               WS-TIMING-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRP-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOW-LOG-FILE.
       01  FLOW-LOG-RECORD          PIC X(200).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD          PIC X(20).

       FD  TIMING-HISTORY-FILE.
       01  TIMING-HISTORY-RECORD    PIC X(80).

       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-RECORD    PIC X(80).

       FD  TIMING-REPORT-FILE.
       01  TIMING-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FLW-STAT      PIC XX VALUE SPACES.
       77  WS-LOG-STAT      PIC XX VALUE SPACES.
       77  WS-CAL-STAT      PIC XX VALUE SPACES.
       77  WS-TIM-STAT      PIC XX VALUE SPACES.
       77  WS-WIN-STAT      PIC XX VALUE SPACES.
       77  WS-TRP-STAT      PIC XX VALUE SPACES.
       77  WS-RING-IDX      PIC 9(4) COMP.
       77  IDX              PIC 9(4) COMP.
       77  WS-DEP-IDX       PIC 9(4) COMP.
       77  WS-SCAN-IDX      PIC 9(4) COMP.
       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
               10  WS-STEP-DEP OCCURS 3 TIMES PIC X(12).
               10  WS-STEP-STATUS   PIC X(1).
      *            P pending, R ran within its ceiling, F ran and
      *            exceeded it, S skipped (predecessor not clean),
      *            N not due tonight under its WHEN= schedule.
               10  WS-STEP-RC       PIC S9(5).
               10  WS-STEP-WHEN     PIC X(8).
      *            Tonight's timing, and the last seven nights this
      *            step ran (newest last) from the timing history.
               10  WS-STEP-DUE      PIC X.
               10  WS-STEP-START    PIC X(14).
               10  WS-STEP-END      PIC X(14).
               10  WS-STEP-ELAPSED  PIC 9(7).
               10  WS-STEP-HIST-CNT PIC 9(1).
               10  WS-STEP-HIST OCCURS 7 TIMES.
                   15  WS-STEP-HIST-DATE PIC X(8).
                   15  WS-STEP-HIST-SECS PIC 9(7).
               10  WS-STEP-AVG      PIC 9(7).
               10  WS-STEP-SLOWEST  PIC 9(7).
               10  WS-STEP-SLOW-DATE PIC X(8).
               10  WS-STEP-CHAIN-SECS PIC 9(9).
               10  WS-STEP-CHAIN-PRED PIC 9(4).

      *    Control-line tokenizing.
       01  WS-CTL-TOKEN OCCURS 9 TIMES PIC X(120).
       01  WS-CTL-OVERFLOW-SW   PIC X VALUE 'N'.
       01  WS-TOK-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-CUR-STEP          PIC 9(4) COMP VALUE 0.
       01  WS-DEP-NAME          PIC X(12) VALUE SPACES.
       01  WS-SKIP-COUNT        PIC 9(4) VALUE 0.
       01  WS-RAN-COUNT         PIC 9(4) VALUE 0.
       01  WS-LOG-STAMP         PIC X(14) VALUE SPACES.
       01  WS-NOTDUE-COUNT      PIC 9(4) VALUE 0.

      *    Timing, projection, and report state.
       01  WS-TIMING-FILENAME   PIC X(100)
                                VALUE 'jobflow_step_times.txt'.
       01  WS-WINDOW-FILENAME   PIC X(100) VALUE 'jobflow_window.ctl'.
       01  WS-TIMING-REPORT-FILENAME PIC X(100)
                                VALUE 'jobflow_timing_rpt.txt'.
       01  WS-STAMP-WORK        PIC X(14) VALUE SPACES.
       01  WS-STAMP-SECS        PIC 9(11) VALUE 0.
       01  WS-START-SECS        PIC 9(11) VALUE 0.
       01  WS-END-SECS          PIC 9(11) VALUE 0.
       01  WS-FLOW-START-STAMP  PIC X(14) VALUE SPACES.
       01  WS-FLOW-START-SECS   PIC 9(11) VALUE 0.
       01  WS-DEADLINE-HHMM     PIC X(4) VALUE SPACES.
       01  WS-DEADLINE-SECS     PIC 9(11) VALUE 0.
       01  WS-DEADLINE-SW       PIC X VALUE 'N'.
           88  HAVE-DEADLINE        VALUE 'Y'.
       01  WS-WARNED-SW         PIC X VALUE 'N'.
       01  WS-DONE-ACTUAL-SECS  PIC 9(9) VALUE 0.
       01  WS-DONE-AVG-SECS     PIC 9(9) VALUE 0.
       01  WS-LEFT-AVG-SECS     PIC 9(9) VALUE 0.
       01  WS-PACE-FACTOR       PIC 9(3)V9(4) VALUE 1.
       01  WS-PROJECTED-SECS    PIC 9(11) VALUE 0.
       01  WS-PROJECTED-STAMP   PIC X(14) VALUE SPACES.
       01  WS-SECS-OF-DAY       PIC 9(5) VALUE 0.
       01  WS-DAY-INT           PIC 9(9) COMP VALUE 0.
       01  WS-HHMMSS.
           05  WS-HH            PIC 9(2).
           05  WS-MM            PIC 9(2).
           05  WS-SS            PIC 9(2).
       01  WS-SUM-SECS          PIC 9(9) VALUE 0.
       01  WS-TOTAL-AVG-SECS    PIC 9(9) VALUE 0.
       01  WS-CHAIN-END-STEP    PIC 9(4) VALUE 0.
       01  WS-CHAIN-BEST        PIC 9(9) VALUE 0.
       01  WS-CHAIN-PERCENT     PIC 9(3) VALUE 0.
       01  WS-CHAIN-TEXT        PIC X(200) VALUE SPACES.
       01  WS-CHAIN-PTR         PIC 9(4) COMP VALUE 1.
       01  WS-CHAIN-WALK        PIC 9(4) VALUE 0.
       01  WS-CHAIN-STEP-LIST.
           05  WS-CHAIN-STEP-NO OCCURS 50 TIMES PIC 9(4).
       01  WS-CHAIN-STEP-CNT    PIC 9(4) COMP VALUE 0.
       01  WS-SECS-EDIT         PIC Z,ZZZ,ZZ9.
       01  WS-SECS-EDIT-2       PIC Z,ZZZ,ZZ9.
       01  WS-PCT-EDIT          PIC ZZ9.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

      *    Schedule evaluation -- the run date, the calendar, and the
      *    facts about the run date every WHEN= test draws on.
       01  WS-CALENDAR-FILENAME PIC X(100)
                                VALUE 'processing_calendar.ctl'.
       01  WS-CAL-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-CAL-MAX           PIC 9(3) COMP VALUE 100.
       01  WS-CAL-IDX           PIC 9(3) COMP VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-DATE OCCURS 100 TIMES PIC X(8).
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM      PIC 9(8) VALUE 0.
       01  WS-RUN-INT           PIC 9(9) COMP VALUE 0.
       01  WS-RUN-WEEKDAY       PIC 9(1) COMP VALUE 0.
       01  WS-RUN-MONTH         PIC 9(2) VALUE 0.
       01  WS-RUN-IS-BUSINESS   PIC X VALUE 'N'.
       01  WS-RUN-IS-FIRST-BD   PIC X VALUE 'N'.
       01  WS-RUN-IS-LAST-BD    PIC X VALUE 'N'.
       01  WS-PROBE-INT         PIC 9(9) COMP VALUE 0.
       01  WS-PROBE-NUM         PIC 9(8) VALUE 0.
       01  WS-PROBE-DATE        PIC X(8) VALUE SPACES.
       01  WS-PROBE-WEEKDAY     PIC 9(1) COMP VALUE 0.
       01  WS-NONWORK-SW        PIC X VALUE 'N'.
       01  WS-STEP-DUE-SW       PIC X VALUE 'Y'.
      *    Weekday names in integer-of-date MOD 7 order: day 1 of the
      *    epoch is a Monday, so 0 is Sunday.
       01  WS-WEEKDAY-NAMES     PIC X(21)
                                VALUE 'SUNMONTUEWEDTHUFRISAT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-JOBFLOW-CONTROL
           PERFORM LOAD-PROCESSING-CALENDAR
           PERFORM RESOLVE-RUN-DATE-FACTS
           PERFORM LOAD-STEP-TIMING-HISTORY
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FLOW-START-STAMP
           MOVE WS-FLOW-START-STAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-FLOW-START-SECS
           PERFORM LOAD-WINDOW-DEADLINE
           IF WS-STEP-COUNT = 0
               DISPLAY "FT-JOBFLOW: no steps in "
                   FUNCTION TRIM(WS-FLOW-FILENAME)
           END-IF
           MOVE "FT-JOBFLOW NIGHTLY FLOW LOG" TO FLOW-LOG-RECORD
           WRITE FLOW-LOG-RECORD
           MOVE SPACES TO FLOW-LOG-RECORD
           STRING "Schedule date " WS-RUN-DATE
                   " BUSINESS-DAY=" WS-RUN-IS-BUSINESS
                   " FIRSTBD=" WS-RUN-IS-FIRST-BD
                   " LASTBD=" WS-RUN-IS-LAST-BD
               DELIMITED BY SIZE INTO FLOW-LOG-RECORD
           END-STRING
           WRITE FLOW-LOG-RECORD

           PERFORM VARYING WS-CUR-STEP FROM 1 BY 1
                   UNTIL WS-CUR-STEP > WS-STEP-COUNT
               PERFORM JUDGE-STEP-SCHEDULE
               MOVE WS-STEP-DUE-SW TO WS-STEP-DUE(WS-CUR-STEP)
           END-PERFORM
           PERFORM VARYING WS-CUR-STEP FROM 1 BY 1
                   UNTIL WS-CUR-STEP > WS-STEP-COUNT
               PERFORM DISPATCH-ONE-STEP
           STRING "Ran=" WS-RAN-COUNT
                   " Failed=" WS-FAIL-COUNT
                   " Skipped=" WS-SKIP-COUNT
                   " Not-due=" WS-NOTDUE-COUNT
               DELIMITED BY SIZE INTO FLOW-LOG-RECORD
           END-STRING
           WRITE FLOW-LOG-RECORD
           CLOSE FLOW-LOG-FILE
           PERFORM WRITE-TIMING-REPORT

           DISPLAY "FT-JOBFLOW: ran=" WS-RAN-COUNT
               " failed=" WS-FAIL-COUNT " skipped=" WS-SKIP-COUNT
               " not-due=" WS-NOTDUE-COUNT
           IF WS-FAIL-COUNT > 0 OR WS-SKIP-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
           GOBACK.

      *    A step runs only when every named predecessor ran and
      *    stayed within its own return-code ceiling, or was not due
      *    tonight. A step not due is settled before its
      *    predecessors are even looked at.
       DISPATCH-ONE-STEP.
           IF WS-STEP-DUE(WS-CUR-STEP) = 'N'
               MOVE 'N' TO WS-STEP-STATUS(WS-CUR-STEP)
               ADD 1 TO WS-NOTDUE-COUNT
               PERFORM LOG-ONE-STEP-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DEP-OK-SWITCH
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-STEP-DEP-CNT(WS-CUR-STEP)
                   IF WS-STEP-NAME(IDX) = WS-DEP-NAME
                       MOVE 'Y' TO WS-DEP-FOUND-SWITCH
                       IF WS-STEP-STATUS(IDX) NOT = 'R'
                               AND WS-STEP-STATUS(IDX) NOT = 'N'
                           MOVE 'N' TO WS-DEP-OK-SWITCH
                       END-IF
                   END-IF
                   DELIMITED BY SIZE INTO WS-COMMAND
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-START(WS-CUR-STEP)
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-END(WS-CUR-STEP)
           MOVE 0 TO RETURN-CODE
      *    The runtime hands back the raw wait status: a normal exit
      *    rides in the high byte, a signal death in the low one.
               MOVE 'F' TO WS-STEP-STATUS(WS-CUR-STEP)
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           PERFORM LOG-ONE-STEP-OUTCOME
           PERFORM RECORD-STEP-TIMING
           PERFORM PROJECT-FLOW-FINISH.

       LOG-ONE-STEP-OUTCOME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-STAMP
                           " SKIPPED (predecessor not clean)"
                       DELIMITED BY SIZE INTO FLOW-LOG-RECORD
                   END-STRING
               WHEN 'N'
                   STRING WS-LOG-STAMP " "
                           WS-STEP-NAME(WS-CUR-STEP)
                           " NOT-DUE WHEN="
                           FUNCTION TRIM(WS-STEP-WHEN(WS-CUR-STEP))
                       DELIMITED BY SIZE INTO FLOW-LOG-RECORD
                   END-STRING
               WHEN 'F'
                   STRING WS-LOG-STAMP " "
                           WS-STEP-NAME(WS-CUR-STEP)
           WRITE FLOW-LOG-RECORD
           IF WS-LOG-STAT NOT = "00"
               DISPLAY "Write error on flow log. STATUS=" WS-LOG-STAT
           END-IF
           IF WS-STEP-STATUS(WS-CUR-STEP) = 'F'
                   OR WS-STEP-STATUS(WS-CUR-STEP) = 'S'
               MOVE SPACES TO ALERT-RECORD
               MOVE 'FAIL' TO ALERT-SEVERITY
               MOVE WS-STEP-NAME(WS-CUR-STEP) TO ALERT-CODE
               MOVE FLOW-LOG-RECORD(16:80) TO ALERT-TEXT
               PERFORM RAISE-FLOW-ALERT
           END-IF.

       RAISE-FLOW-ALERT.
           MOVE 'FT-JOBFLOW' TO ALERT-PROGRAM
           MOVE WS-FLOW-START-STAMP TO ALERT-RUN-ID
           CALL 'ALERTQ' USING ALERT-RECORD.

       RECORD-STEP-TIMING.
           MOVE WS-STEP-START(WS-CUR-STEP) TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-START-SECS
           MOVE WS-STEP-END(WS-CUR-STEP) TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-END-SECS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-STEP-ELAPSED(WS-CUR-STEP) =
                   WS-END-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO WS-STEP-ELAPSED(WS-CUR-STEP)
           END-IF
           OPEN EXTEND TIMING-HISTORY-FILE
           IF WS-TIM-STAT = "35"
               OPEN OUTPUT TIMING-HISTORY-FILE
           END-IF
           IF WS-TIM-STAT NOT = "00"
               DISPLAY "Failed to open step-timing history. STATUS="
                   WS-TIM-STAT
           ELSE
               MOVE SPACES TO TIMING-HISTORY-RECORD
               MOVE WS-RUN-DATE TO TIMING-HISTORY-RECORD(1:8)
               MOVE WS-STEP-NAME(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(10:12)
               MOVE WS-STEP-START(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(23:14)
               MOVE WS-STEP-END(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(38:14)
               MOVE WS-STEP-ELAPSED(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(53:7)
               MOVE WS-STEP-RC(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(61:5)
               MOVE WS-STEP-STATUS(WS-CUR-STEP)
                   TO TIMING-HISTORY-RECORD(67:1)
               WRITE TIMING-HISTORY-RECORD
               CLOSE TIMING-HISTORY-FILE
           END-IF.

      *    Finish projection after each step: the steps done so far
      *    tell how tonight compares with their historical averages
      *    (the pace factor); the pending, due steps' averages scaled
      *    by that pace are what is left (a pending step that ends
      *    up skipped is still counted -- the projection errs late).
      *    Steps with no history yet add nothing either way. Warned
      *    once per flow.
       PROJECT-FLOW-FINISH.
           IF NOT HAVE-DEADLINE OR WS-WARNED-SW = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DONE-ACTUAL-SECS WS-DONE-AVG-SECS
               WS-LEFT-AVG-SECS
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN IDX <= WS-CUR-STEP
                       IF (WS-STEP-STATUS(IDX) = 'R' OR
                               WS-STEP-STATUS(IDX) = 'F')
                               AND WS-STEP-HIST-CNT(IDX) > 0
                           ADD WS-STEP-ELAPSED(IDX)
                               TO WS-DONE-ACTUAL-SECS
                           ADD WS-STEP-AVG(IDX) TO WS-DONE-AVG-SECS
                       END-IF
                   WHEN WS-STEP-DUE(IDX) = 'Y'
                       ADD WS-STEP-AVG(IDX) TO WS-LEFT-AVG-SECS
               END-EVALUATE
           END-PERFORM
           IF WS-DONE-AVG-SECS > 0
               COMPUTE WS-PACE-FACTOR ROUNDED =
                   WS-DONE-ACTUAL-SECS / WS-DONE-AVG-SECS
                   ON SIZE ERROR MOVE 999.9999 TO WS-PACE-FACTOR
               END-COMPUTE
           ELSE
               MOVE 1 TO WS-PACE-FACTOR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           COMPUTE WS-PROJECTED-SECS ROUNDED = WS-STAMP-SECS +
               (WS-LEFT-AVG-SECS * WS-PACE-FACTOR)
           IF WS-PROJECTED-SECS > WS-DEADLINE-SECS
               MOVE 'Y' TO WS-WARNED-SW
               MOVE WS-PROJECTED-SECS TO WS-STAMP-SECS
               PERFORM SECONDS-TO-STAMP
               MOVE SPACES TO FLOW-LOG-RECORD
               STRING FUNCTION CURRENT-DATE(1:14)
                       " WARNING projected finish "
                       WS-PROJECTED-STAMP(9:2) ":"
                       WS-PROJECTED-STAMP(11:2) ":"
                       WS-PROJECTED-STAMP(13:2)
                       " is past the window deadline "
                       WS-DEADLINE-HHMM(1:2) ":" WS-DEADLINE-HHMM(3:2)
                       " (after step "
                       FUNCTION TRIM(WS-STEP-NAME(WS-CUR-STEP)) ")"
                   DELIMITED BY SIZE INTO FLOW-LOG-RECORD
               END-STRING
               WRITE FLOW-LOG-RECORD
               DISPLAY "FT-JOBFLOW: " FUNCTION TRIM(FLOW-LOG-RECORD)
               MOVE SPACES TO ALERT-RECORD
               MOVE 'WARN' TO ALERT-SEVERITY
               MOVE 'WINDOW' TO ALERT-CODE
               MOVE FLOW-LOG-RECORD(24:80) TO ALERT-TEXT
               PERFORM RAISE-FLOW-ALERT
           END-IF.

      *    Seconds since the integer-of-date epoch, for differences.
       STAMP-TO-SECONDS.
           IF WS-STAMP-WORK(1:14) IS NOT NUMERIC
               MOVE 0 TO WS-STAMP-SECS
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-STAMP-WORK(1:8))) TO WS-DAY-INT
               MOVE WS-STAMP-WORK(9:6) TO WS-HHMMSS
               COMPUTE WS-STAMP-SECS = (WS-DAY-INT * 86400)
                   + (WS-HH * 3600) + (WS-MM * 60) + WS-SS
           END-IF.

       SECONDS-TO-STAMP.
           COMPUTE WS-DAY-INT = WS-STAMP-SECS / 86400
           COMPUTE WS-SECS-OF-DAY = WS-STAMP-SECS -
               (WS-DAY-INT * 86400)
           COMPUTE WS-HH = WS-SECS-OF-DAY / 3600
           COMPUTE WS-MM = (WS-SECS-OF-DAY - (WS-HH * 3600)) / 60
           COMPUTE WS-SS = WS-SECS-OF-DAY - (WS-HH * 3600)
               - (WS-MM * 60)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-PROBE-NUM
           MOVE SPACES TO WS-PROJECTED-STAMP
           STRING WS-PROBE-NUM WS-HHMMSS DELIMITED BY SIZE
               INTO WS-PROJECTED-STAMP
           END-STRING.

       LOAD-WINDOW-DEADLINE.
           MOVE 'N' TO WS-DEADLINE-SW
           OPEN INPUT WINDOW-CONTROL-FILE
           IF WS-WIN-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ WINDOW-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION UPPER-CASE(
                                   WINDOW-CONTROL-RECORD(1:9))
                                   = 'DEADLINE '
                               MOVE FUNCTION TRIM(
                                   WINDOW-CONTROL-RECORD(10:20))
                                   TO WS-DEADLINE-HHMM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-CONTROL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           IF WS-DEADLINE-HHMM IS NUMERIC
               MOVE 'Y' TO WS-DEADLINE-SW
               MOVE WS-FLOW-START-STAMP(1:8) TO WS-STAMP-WORK(1:8)
               MOVE WS-DEADLINE-HHMM TO WS-STAMP-WORK(9:4)
               MOVE '00' TO WS-STAMP-WORK(13:2)
               PERFORM STAMP-TO-SECONDS
               IF WS-STAMP-SECS <= WS-FLOW-START-SECS
                   ADD 86400 TO WS-STAMP-SECS
               END-IF
               MOVE WS-STAMP-SECS TO WS-DEADLINE-SECS
           END-IF.

      *    The last seven runs of each step on the flow, in history
      *    order; averages and slowest nights follow from them.
       LOAD-STEP-TIMING-HISTORY.
           OPEN INPUT TIMING-HISTORY-FILE
           IF WS-TIM-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ TIMING-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF TIMING-HISTORY-RECORD(53:7) IS NUMERIC
                               PERFORM PUSH-ONE-TIMING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMING-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
               PERFORM SUMMARIZE-ONE-STEP-HISTORY
           END-PERFORM.

       PUSH-ONE-TIMING-LINE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
               IF WS-STEP-NAME(IDX) = TIMING-HISTORY-RECORD(10:12)
                   IF WS-STEP-HIST-CNT(IDX) = 7
                       PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                               UNTIL WS-RING-IDX > 6
                           MOVE WS-STEP-HIST(IDX WS-RING-IDX + 1)
                               TO WS-STEP-HIST(IDX WS-RING-IDX)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-STEP-HIST-CNT(IDX)
                   END-IF
                   MOVE TIMING-HISTORY-RECORD(1:8) TO WS-STEP-HIST-DATE
                       (IDX WS-STEP-HIST-CNT(IDX))
                   MOVE TIMING-HISTORY-RECORD(53:7) TO WS-STEP-HIST-SECS
                       (IDX WS-STEP-HIST-CNT(IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SUMMARIZE-ONE-STEP-HISTORY.
           MOVE 0 TO WS-SUM-SECS WS-STEP-AVG(IDX) WS-STEP-SLOWEST(IDX)
           MOVE SPACES TO WS-STEP-SLOW-DATE(IDX)
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                   UNTIL WS-RING-IDX > WS-STEP-HIST-CNT(IDX)
               ADD WS-STEP-HIST-SECS(IDX WS-RING-IDX) TO WS-SUM-SECS
               IF WS-STEP-HIST-SECS(IDX WS-RING-IDX) >=
                       WS-STEP-SLOWEST(IDX)
                   MOVE WS-STEP-HIST-SECS(IDX WS-RING-IDX)
                       TO WS-STEP-SLOWEST(IDX)
                   MOVE WS-STEP-HIST-DATE(IDX WS-RING-IDX)
                       TO WS-STEP-SLOW-DATE(IDX)
               END-IF
           END-PERFORM
           IF WS-STEP-HIST-CNT(IDX) > 0
               COMPUTE WS-STEP-AVG(IDX) ROUNDED =
                   WS-SUM-SECS / WS-STEP-HIST-CNT(IDX)
           END-IF.

      *    Written after the flow, from the history including
      *    tonight. The longest chain runs over the AFTER= links by
      *    average step time: each step's chain time is its own
      *    average plus the longest chain among its predecessors.
       WRITE-TIMING-REPORT.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
               MOVE 0 TO WS-STEP-HIST-CNT(IDX)
           END-PERFORM
           PERFORM LOAD-STEP-TIMING-HISTORY
           OPEN OUTPUT TIMING-REPORT-FILE
           IF WS-TRP-STAT NOT = "00"
               DISPLAY "Failed to open timing report. STATUS="
                   WS-TRP-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-JOBFLOW STEP TIMING REPORT" TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD
           MOVE "Step         Runs   Avg secs  Slowest secs  Slowest on"
               TO TIMING-REPORT-RECORD
           WRITE TIMING-REPORT-RECORD
           MOVE 0 TO WS-TOTAL-AVG-SECS WS-CHAIN-BEST WS-CHAIN-END-STEP
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-STEP-COUNT
               ADD WS-STEP-AVG(IDX) TO WS-TOTAL-AVG-SECS
               MOVE WS-STEP-AVG(IDX) TO WS-SECS-EDIT
               MOVE WS-STEP-SLOWEST(IDX) TO WS-SECS-EDIT-2
               MOVE SPACES TO TIMING-REPORT-RECORD
               STRING WS-STEP-NAME(IDX) " " WS-STEP-HIST-CNT(IDX)
                       "    " WS-SECS-EDIT "     " WS-SECS-EDIT-2
                       "  " WS-STEP-SLOW-DATE(IDX)
                   DELIMITED BY SIZE INTO TIMING-REPORT-RECORD
               END-STRING
               WRITE TIMING-REPORT-RECORD
               PERFORM FIND-LONGEST-CHAIN-TO-STEP
           END-PERFORM

           MOVE SPACES TO WS-CHAIN-TEXT
           MOVE 1 TO WS-CHAIN-PTR
           MOVE 0 TO WS-CHAIN-STEP-CNT
           MOVE WS-CHAIN-END-STEP TO WS-CHAIN-WALK
           PERFORM UNTIL WS-CHAIN-WALK = 0 OR WS-CHAIN-STEP-CNT >= 50
               ADD 1 TO WS-CHAIN-STEP-CNT
               MOVE WS-CHAIN-WALK TO WS-CHAIN-STEP-NO(WS-CHAIN-STEP-CNT)
               MOVE WS-STEP-CHAIN-PRED(WS-CHAIN-WALK) TO WS-CHAIN-WALK
           END-PERFORM
           PERFORM VARYING WS-RING-IDX FROM WS-CHAIN-STEP-CNT BY -1
                   UNTIL WS-RING-IDX < 1
               IF WS-CHAIN-PTR > 1
                   STRING " > " DELIMITED BY SIZE INTO WS-CHAIN-TEXT
                       WITH POINTER WS-CHAIN-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-STEP-NAME(
                       WS-CHAIN-STEP-NO(WS-RING-IDX)))
                   DELIMITED BY SIZE INTO WS-CHAIN-TEXT
                   WITH POINTER WS-CHAIN-PTR
               END-STRING
           END-PERFORM
           MOVE SPACES TO TIMING-REPORT-RECORD
           STRING "Longest chain   : " WS-CHAIN-TEXT
               DELIMITED BY SIZE INTO TIMING-REPORT-RECORD
           END-STRING
           WRITE TIMING-REPORT-RECORD
           IF WS-TOTAL-AVG-SECS > 0
               COMPUTE WS-CHAIN-PERCENT ROUNDED =
                   (WS-CHAIN-BEST * 100) / WS-TOTAL-AVG-SECS
           ELSE
               MOVE 0 TO WS-CHAIN-PERCENT
           END-IF
           MOVE WS-CHAIN-BEST TO WS-SECS-EDIT
           MOVE WS-TOTAL-AVG-SECS TO WS-SECS-EDIT-2
           MOVE WS-CHAIN-PERCENT TO WS-PCT-EDIT
           MOVE SPACES TO TIMING-REPORT-RECORD
           STRING "Chain seconds   : " WS-SECS-EDIT " of "
                   WS-SECS-EDIT-2 " average night (" WS-PCT-EDIT "%)"
               DELIMITED BY SIZE INTO TIMING-REPORT-RECORD
           END-STRING
           WRITE TIMING-REPORT-RECORD
           CLOSE TIMING-REPORT-FILE.

      *    Predecessors precede their dependents on the flow, so their
      *    chain times are already known when a step is reached.
       FIND-LONGEST-CHAIN-TO-STEP.
           MOVE 0 TO WS-STEP-CHAIN-PRED(IDX)
           MOVE 0 TO WS-STEP-CHAIN-SECS(IDX)
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-STEP-DEP-CNT(IDX)
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >= IDX
                   IF WS-STEP-NAME(WS-SCAN-IDX) =
                           WS-STEP-DEP(IDX WS-DEP-IDX)
                       AND WS-STEP-CHAIN-SECS(WS-SCAN-IDX) >=
                           WS-STEP-CHAIN-SECS(IDX)
                       MOVE WS-STEP-CHAIN-SECS(WS-SCAN-IDX)
                           TO WS-STEP-CHAIN-SECS(IDX)
                       MOVE WS-SCAN-IDX TO WS-STEP-CHAIN-PRED(IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD WS-STEP-AVG(IDX) TO WS-STEP-CHAIN-SECS(IDX)
           IF WS-STEP-CHAIN-SECS(IDX) > WS-CHAIN-BEST
                   OR WS-CHAIN-END-STEP = 0
               MOVE WS-STEP-CHAIN-SECS(IDX) TO WS-CHAIN-BEST
               MOVE IDX TO WS-CHAIN-END-STEP
           END-IF.

       LOAD-JOBFLOW-CONTROL.

       LOAD-ONE-FLOW-STEP.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 9
               MOVE SPACES TO WS-CTL-TOKEN(WS-TOK-IDX)
           END-PERFORM
           MOVE 'N' TO WS-CTL-OVERFLOW-SW
           UNSTRING FLOW-CONTROL-RECORD DELIMITED BY ALL ' '
               INTO WS-CTL-TOKEN(1) WS-CTL-TOKEN(2) WS-CTL-TOKEN(3)
                   WS-CTL-TOKEN(4) WS-CTL-TOKEN(5) WS-CTL-TOKEN(6)
                   WS-CTL-TOKEN(7) WS-CTL-TOKEN(8) WS-CTL-TOKEN(9)
               ON OVERFLOW
                   MOVE 'Y' TO WS-CTL-OVERFLOW-SW
           END-UNSTRING
      *    A line with more tokens than a step can carry is refused
      *    whole: loading it short would drop a dependency, the
      *    schedule or MAXRC without a word. Its dependents then
      *    hold on an unknown predecessor.
           IF WS-CTL-OVERFLOW-SW = 'Y'
               DISPLAY "Jobflow line skipped (more than 9 tokens): "
                   FUNCTION TRIM(FLOW-CONTROL-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-CTL-TOKEN(1)(1:4)) NOT = 'STEP'
                   OR WS-CTL-TOKEN(2) = SPACES
               DISPLAY "Jobflow line skipped (no STEP/name): "
               MOVE 0 TO WS-STEP-DEP-CNT(WS-STEP-COUNT)
               MOVE 'P' TO WS-STEP-STATUS(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
               MOVE 'DAILY' TO WS-STEP-WHEN(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)
                   WS-STEP-END(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-ELAPSED(WS-STEP-COUNT)
                   WS-STEP-HIST-CNT(WS-STEP-COUNT)
                   WS-STEP-AVG(WS-STEP-COUNT)
               PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
                       UNTIL WS-TOK-IDX > 9
                   PERFORM APPLY-ONE-STEP-KEYWORD
               END-PERFORM
               IF WS-STEP-PGM(WS-STEP-COUNT) = SPACES
                               TO WS-STEP-DEP(WS-STEP-COUNT
                                   WS-STEP-DEP-CNT(WS-STEP-COUNT))
                       END-IF
                   WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:5) = 'WHEN='
                       MOVE FUNCTION UPPER-CASE(
                           WS-CTL-TOKEN(WS-TOK-IDX)(6:8))
                           TO WS-STEP-WHEN(WS-STEP-COUNT)
                   WHEN WS-CTL-TOKEN(WS-TOK-IDX)(1:6) = 'MAXRC='
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-CTL-TOKEN(WS-TOK-IDX)(7:5)))
               END-EVALUATE
           END-IF.

      *    An unknown schedule word is treated as DAILY (and said so)
      *    rather than silently never running the step.
       JUDGE-STEP-SCHEDULE.
           MOVE 'Y' TO WS-STEP-DUE-SW
           EVALUATE WS-STEP-WHEN(WS-CUR-STEP)
               WHEN 'DAILY'
               WHEN SPACES
                   CONTINUE
               WHEN 'FIRSTBD'
                   MOVE WS-RUN-IS-FIRST-BD TO WS-STEP-DUE-SW
               WHEN 'LASTBD'
                   MOVE WS-RUN-IS-LAST-BD TO WS-STEP-DUE-SW
               WHEN 'QTREND'
                   IF WS-RUN-IS-LAST-BD = 'Y' AND
                           (WS-RUN-MONTH = 3 OR WS-RUN-MONTH = 6 OR
                            WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 12)
                       MOVE 'Y' TO WS-STEP-DUE-SW
                   ELSE
                       MOVE 'N' TO WS-STEP-DUE-SW
                   END-IF
               WHEN OTHER
                   MOVE 'X' TO WS-STEP-DUE-SW
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 7
                       IF WS-STEP-WHEN(WS-CUR-STEP)(1:3) =
                               WS-WEEKDAY-NAMES((IDX - 1) * 3 + 1:3)
                           IF WS-RUN-WEEKDAY = IDX - 1
                               MOVE 'Y' TO WS-STEP-DUE-SW
                           ELSE
                               MOVE 'N' TO WS-STEP-DUE-SW
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-STEP-DUE-SW = 'X'
                       DISPLAY "Step " FUNCTION TRIM(
                           WS-STEP-NAME(WS-CUR-STEP))
                           " has unknown WHEN="
                           FUNCTION TRIM(WS-STEP-WHEN(WS-CUR-STEP))
                           " - run as DAILY"
                       MOVE 'Y' TO WS-STEP-DUE-SW
                   END-IF
           END-EVALUATE.

      *    Everything the schedules need to know about the run date:
      *    its weekday and month, whether it is a business day, and
      *    whether it is the first or last business day of its month
      *    (no business day between it and the month's start, or
      *    between it and the month's end).
       RESOLVE-RUN-DATE-FACTS.
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               TO WS-RUN-INT
           COMPUTE WS-RUN-WEEKDAY = FUNCTION MOD(WS-RUN-INT, 7)
           MOVE WS-RUN-INT TO WS-PROBE-INT
           PERFORM JUDGE-PROBE-DATE
           IF WS-NONWORK-SW = 'Y'
               MOVE 'N' TO WS-RUN-IS-BUSINESS
               MOVE 'N' TO WS-RUN-IS-FIRST-BD
               MOVE 'N' TO WS-RUN-IS-LAST-BD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RUN-IS-BUSINESS

           MOVE 'Y' TO WS-RUN-IS-FIRST-BD
           COMPUTE WS-PROBE-INT = WS-RUN-INT - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT) TO WS-PROBE-NUM
           PERFORM UNTIL WS-PROBE-NUM(5:2) NOT = WS-RUN-DATE(5:2)
                   OR WS-RUN-IS-FIRST-BD = 'N'
               PERFORM JUDGE-PROBE-DATE
               IF WS-NONWORK-SW = 'N'
                   MOVE 'N' TO WS-RUN-IS-FIRST-BD
               END-IF
               SUBTRACT 1 FROM WS-PROBE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   TO WS-PROBE-NUM
           END-PERFORM

           MOVE 'Y' TO WS-RUN-IS-LAST-BD
           COMPUTE WS-PROBE-INT = WS-RUN-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT) TO WS-PROBE-NUM
           PERFORM UNTIL WS-PROBE-NUM(5:2) NOT = WS-RUN-DATE(5:2)
                   OR WS-RUN-IS-LAST-BD = 'N'
               PERFORM JUDGE-PROBE-DATE
               IF WS-NONWORK-SW = 'N'
                   MOVE 'N' TO WS-RUN-IS-LAST-BD
               END-IF
               ADD 1 TO WS-PROBE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   TO WS-PROBE-NUM
           END-PERFORM.

      *    Weekend or a listed non-processing date.
       JUDGE-PROBE-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PROBE-INT) TO WS-PROBE-NUM
           MOVE WS-PROBE-NUM TO WS-PROBE-DATE
           MOVE 'N' TO WS-NONWORK-SW
           COMPUTE WS-PROBE-WEEKDAY = FUNCTION MOD(WS-PROBE-INT, 7)
           IF WS-PROBE-WEEKDAY = 6 OR WS-PROBE-WEEKDAY = 0
               MOVE 'Y' TO WS-NONWORK-SW
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-PROBE-DATE = WS-CAL-DATE(WS-CAL-IDX)
                   MOVE 'Y' TO WS-NONWORK-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PROCESSING-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-CAL-COUNT >= WS-CAL-MAX
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CALENDAR-RECORD(1:8) IS NUMERIC
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CALENDAR-RECORD(1:8)
                                   TO WS-CAL-DATE(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-5) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                       MOVE WS-PARM-WORK(6:95) TO WS-FLOW-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'LOG='
                       MOVE WS-PARM-WORK(5:96) TO WS-LOG-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'RUNDATE='
                       MOVE WS-PARM-WORK(9:8) TO WS-RUN-DATE
                   WHEN WS-PARM-WORK(1:9) = 'CALENDAR='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CALENDAR-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'WINDOW='
                       MOVE WS-PARM-WORK(8:93) TO WS-WINDOW-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
