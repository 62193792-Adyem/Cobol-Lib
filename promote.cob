      *    VERDICT: RELEASE -- the gate FT-QGATE grades. A HOLD
      *    verdict refuses the promote unless the supervisor runs
      *    with OVERRIDE=YES, and the override is called out on the
      *    report; the supervisor names themselves with OPERATOR=
      *    (an override without it is ignored). Every decision is
      *    appended to name_run_history.txt, FT-RELEASE's line
      *    style, with the operator where one was given, so
      *    FT-OPAUDIT can see who forced what.
      *    MODE=DISCARD throws the shadow away instead, which
      *    is the whole point -- a bad run costs nothing. Each shadow
      *    record applies through the same slot logic and refused-
      *    overwrite collision stance FT-NAME's upsert uses.
      *    Every add and rewrite landed on the live master is
      *    journaled through MSTJRNL under the PROMOTE run's own id
      *    (not the staged run's, as the change trail uses): the
      *    change reaches the live master now, and FT-NAMEMNT
      *    MODE=ROLLFWD replays the journal in the order runs landed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-RUN-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STAT.
      *    The staged run saw only the empty shadow, so the change
      *    trail FT-NAME writes on a live upsert has to be written
      *    HERE, where the prior name is finally visible: the
               ==MASTER-CUST-ID== BY ==STAGE-CUST-ID==
               ==MASTER-NAME-TEXT== BY ==STAGE-NAME-TEXT==
               ==MASTER-RUN-ID== BY ==STAGE-RUN-ID==
               ==MASTER-COMPANY-CODE== BY ==STAGE-COMPANY-CODE==
               ==MASTER-STATUS-CODE== BY ==STAGE-STATUS-CODE==
               ==MASTER-STATUS-DATE== BY ==STAGE-STATUS-DATE==.

       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(80).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD     PIC X(200).

       FD  NAME-CHANGES-FILE.
       01  NAME-CHANGES-RECORD    PIC X(560).

       77  WS-CHG-STAT      PIC XX VALUE SPACES.
       77  WS-NHS-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-HIST-STAT     PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-STAGE-FILENAME    PIC X(100)
                                VALUE 'name_quality_scorecard.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'name_promote_report.txt'.
       01  WS-RUN-HISTORY-FILENAME PIC X(100)
                                VALUE 'name_run_history.txt'.
       01  WS-STAGE-RKEY        PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  JOURNAL-RECORD.
           COPY "JOURNAL-RECORD.cpy".

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  VERDICT-HOLD         VALUE 'HOLD'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-DECISION          PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-TEXT     PIC X(18) VALUE SPACES.

       01  WS-STAGE-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT       PIC 9(9) VALUE 0.
       01  WS-UPDATED-COUNT     PIC 9(9) VALUE 0.
       01  WS-COLLISION-COUNT   PIC 9(9) VALUE 0.
       01  WS-STATUS-HELD-COUNT PIC 9(9) VALUE 0.
       01  WS-NAME-CHANGE-COUNT PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SIX-OPEN-SW       PIC X VALUE 'N'.
       01  WS-PRIOR-MASTER-NAME PIC X(246) VALUE SPACES.
       01  WS-PRIOR-MASTER-RUN-ID PIC X(14) VALUE SPACES.
       01  WS-PRIOR-STATUS-CODE PIC X(1) VALUE SPACES.
       01  WS-PRIOR-STATUS-DATE PIC X(8) VALUE SPACES.
       01  WS-SIX-DISPLAY       PIC X(80) VALUE SPACES.
       01  WS-NEAR-KEY          PIC X(8) VALUE SPACES.
       01  WS-NEAR-SOUNDEX-CODE PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS

           IF MODE-DISCARD
               MOVE "DISCARDED" TO WS-DECISION
               DISPLAY "FT-PROMOTE: shadow master discarded"
               PERFORM WRITE-PROMOTE-REPORT
               PERFORM RECORD-PROMOTE-DECISION
               GOBACK
           END-IF

           PERFORM READ-SCORECARD-VERDICT
           IF OVERRIDE-REQUESTED AND WS-OPERATOR-ID = SPACES
               DISPLAY "FT-PROMOTE: OVERRIDE=YES needs OPERATOR= "
                   "naming the supervisor - override ignored"
               MOVE 'N' TO WS-OVERRIDE-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN VERDICT-RELEASE
                   MOVE "PROMOTED" TO WS-DECISION
                       " - shadow NOT applied (OVERRIDE=YES to force,"
                       " MODE=DISCARD to throw away)"
                   PERFORM WRITE-PROMOTE-REPORT
                   PERFORM RECORD-PROMOTE-DECISION
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           PERFORM APPLY-SHADOW-TO-LIVE
           PERFORM WRITE-PROMOTE-REPORT
           PERFORM RECORD-PROMOTE-DECISION
           DISPLAY "FT-PROMOTE: applied " WS-STAGE-READ-COUNT
               " shadow records (adds=" WS-ADDED-COUNT
               " updates=" WS-UPDATED-COUNT

           CLOSE STAGE-MASTER-FILE
           CLOSE NAME-MASTER-FILE
           PERFORM CLOSE-MASTER-JOURNAL
           IF WS-CHG-OPEN-SW = 'Y'
               CLOSE NAME-CHANGES-FILE
           END-IF
                   END-WRITE
                   IF WS-MASTER-STAT = "00"
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE 'A' TO JRNL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
                       PERFORM WRITE-SEARCH-INDEX-ENTRY
                   ELSE
                       DISPLAY "Promote add failed for id "
                   END-IF
               NOT INVALID KEY
                   IF MASTER-CUST-ID = STAGE-CUST-ID
                       AND MASTER-STATUS-CODE NOT = SPACE
                       AND MASTER-STATUS-CODE NOT = 'A'
      *                The staged run could not see the live
      *                lifecycle status, so the refusal FT-NAME
      *                applies to an inactive customer happens here.
                       ADD 1 TO WS-STATUS-HELD-COUNT
                       DISPLAY "Promote refused (status "
                           MASTER-STATUS-CODE "): " STAGE-CUST-ID
                   ELSE
                   IF MASTER-CUST-ID = STAGE-CUST-ID
      *                The staged run only ever saw the empty
      *                shadow, so the before-value the change trail
      *                needs exists nowhere but here. The live
      *                status and its date are the master's own and
      *                survive the rewrite.
                       MOVE MASTER-NAME-TEXT TO WS-PRIOR-MASTER-NAME
                       MOVE MASTER-RUN-ID TO WS-PRIOR-MASTER-RUN-ID
                       MOVE MASTER-STATUS-CODE TO WS-PRIOR-STATUS-CODE
                       MOVE MASTER-STATUS-DATE TO WS-PRIOR-STATUS-DATE
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE 'C' TO JRNL-ACTION
                       MOVE MASTER-RECORD TO JRNL-BEFORE-IMAGE
                       MOVE STAGE-RECORD TO MASTER-RECORD
                       MOVE WS-PRIOR-STATUS-CODE TO MASTER-STATUS-CODE
                       MOVE WS-PRIOR-STATUS-DATE TO MASTER-STATUS-DATE
                       REWRITE MASTER-RECORD
                       END-REWRITE
                       IF WS-MASTER-STAT = "00"
                           ADD 1 TO WS-UPDATED-COUNT
                           PERFORM JOURNAL-MASTER-CHANGE
                           PERFORM CHECK-FOR-NAME-CHANGE
                           PERFORM WRITE-SEARCH-INDEX-ENTRY
                       ELSE
                       DISPLAY "Promote refused (slot held by "
                           MASTER-CUST-ID "): " STAGE-CUST-ID
                   END-IF
                   END-IF
           END-READ.

      *    One journal line per master change, through MSTJRNL. The
      *    caller has set the action and the before image.
       JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE 'FT-PROMOTE' TO JRNL-PROGRAM
           MOVE MASTER-CUST-ID TO JRNL-CUST-ID
           MOVE MASTER-RECORD TO JRNL-AFTER-IMAGE
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

       CLOSE-MASTER-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'X' TO JRNL-ACTION
           CALL 'MSTJRNL' USING JOURNAL-RECORD.

      *    The same change trail a live FT-NAME rewrite leaves: the
      *    name-changes report line and the effective-dated history
      *    entry, both under the STAGED run's id -- the change
               STRING "Collisions      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-STATUS-HELD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Status refused  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NAME-CHANGE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Name changes    : " WS-NUM-EDIT
               CLOSE REPORT-FILE
           END-IF.

      *    Same line shape as FT-RELEASE's decision record.
       RECORD-PROMOTE-DECISION.
           IF WS-OPERATOR-ID NOT = SPACES
               MOVE SPACES TO WS-OPERATOR-TEXT
               STRING " OPERATOR=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-OPERATOR-TEXT
               END-STRING
           END-IF
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HIST-STAT = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-HIST-STAT NOT = "00"
               DISPLAY "Failed to open run history. STATUS="
                   WS-HIST-STAT
           ELSE
               MOVE SPACES TO RUN-HISTORY-RECORD
               STRING FUNCTION CURRENT-DATE(1:14)
                       " FT-PROMOTE DECISION="
                       FUNCTION TRIM(WS-DECISION)
                       " VERDICT=" FUNCTION TRIM(WS-VERDICT)
                       " APPLIED=" WS-STAGE-READ-COUNT
                       WS-OPERATOR-TEXT
                   DELIMITED BY SIZE INTO RUN-HISTORY-RECORD
               END-STRING
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
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
                       MOVE WS-PARM-WORK(7:94) TO WS-STAGE-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'MASTER='
                       MOVE WS-PARM-WORK(8:93) TO WS-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'OPERATOR='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(10:8))
                           TO WS-OPERATOR-ID
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
