       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CTLREG.

      *    Control-file change registry, run as the first step of the
      *    nightly flow. Much of the suite's behavior lives in
      *    hand-edited control files, and when output shifted
      *    overnight nobody could say which file had changed, when,
      *    or what its old lines were. For each control file on the
      *    list below this step:
      *      - fingerprints the file (CTLVER) and compares it with the
      *        latest version on ctl_registry.idx;
      *      - on a new fingerprint, stores a copy of the file as the
      *        next version (<file>.v<nnnn>, e.g. name_rules.ctl.v0003)
      *        and appends the version to the registry;
      *      - logs a line-level before/after difference against the
      *        previous version's copy to ctl_change_history.txt: a
      *        CHANGED header, then "-" for each line that went away
      *        and "+" for each line that arrived (lines are matched
      *        as a multiset, so a moved line counts as unchanged);
      *      - reports every file's standing (NEW, CHANGED,
      *        UNCHANGED, NOT PRESENT) to ctl_registry_rpt.txt.
      *    FT-NAME resolves the versions of the files it loads through
      *    the same CTLVER call and names them on its run-history line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STAT.
           SELECT PRIOR-COPY-FILE ASSIGN TO DYNAMIC
               WS-PRIOR-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-STAT.
           SELECT VERSION-COPY-FILE ASSIGN TO DYNAMIC
               WS-VERSION-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCP-STAT.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STAT.
      *    Change history line: run id 1-14, control file 16-55,
      *    marker 57 (C header, - removed, + added), text 59 on.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD           PIC X(530).

       FD  PRIOR-COPY-FILE.
       01  PRIOR-COPY-RECORD        PIC X(530).

       FD  VERSION-COPY-FILE.
       01  VERSION-COPY-RECORD      PIC X(530).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD          PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(320).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CTL-STAT      PIC XX VALUE SPACES.
       77  WS-PRI-STAT      PIC XX VALUE SPACES.
       77  WS-VCP-STAT      PIC XX VALUE SPACES.
       77  WS-REG-STAT      PIC XX VALUE SPACES.
       77  WS-HST-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.

       01  WS-CONTROL-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-PRIOR-COPY-FILENAME PIC X(100) VALUE SPACES.
       01  WS-VERSION-COPY-FILENAME PIC X(100) VALUE SPACES.
       01  WS-REGISTRY-FILENAME PIC X(100) VALUE 'ctl_registry.idx'.
       01  WS-HISTORY-FILENAME  PIC X(100)
                                VALUE 'ctl_change_history.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'ctl_registry_rpt.txt'.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.

      *    The operations-maintained control files under registry.
       01  WS-CONTROL-LIST-DATA.
           05  FILLER PIC X(40) VALUE 'name_rules.ctl'.
           05  FILLER PIC X(40) VALUE 'addr_rules.ctl'.
           05  FILLER PIC X(40) VALUE 'org_tokens.ctl'.
           05  FILLER PIC X(40) VALUE 'quality_thresholds.ctl'.
           05  FILLER PIC X(40) VALUE 'presort_rules.ctl'.
           05  FILLER PIC X(40) VALUE 'label_formats.ctl'.
           05  FILLER PIC X(40) VALUE 'salutation_langs.ctl'.
           05  FILLER PIC X(40) VALUE 'jobflow.ctl'.
           05  FILLER PIC X(40) VALUE 'release_artifacts.ctl'.
           05  FILLER PIC X(40) VALUE 'processing_calendar.ctl'.
           05  FILLER PIC X(40) VALUE 'master_keyspace.ctl'.
           05  FILLER PIC X(40) VALUE 'jobflow_window.ctl'.
           05  FILLER PIC X(40) VALUE 'contact_frequency.ctl'.
           05  FILLER PIC X(40) VALUE 'postage_rates.ctl'.
           05  FILLER PIC X(40) VALUE 'retention.ctl'.
           05  FILLER PIC X(40) VALUE 'chargeback_rates.ctl'.
           05  FILLER PIC X(40) VALUE 'idrisk_thresholds.ctl'.
           05  FILLER PIC X(40) VALUE 'dq_score_weights.ctl'.
           05  FILLER PIC X(40) VALUE 'profile_thresholds.ctl'.
           05  FILLER PIC X(40) VALUE 'email_domains.ctl'.
       01  WS-CONTROL-LIST REDEFINES WS-CONTROL-LIST-DATA.
           05  WS-CONTROL-LIST-NAME PIC X(40) OCCURS 20 TIMES.
       01  WS-CONTROL-LIST-COUNT PIC 9(4) COMP VALUE 20.
       01  WS-CTL-IDX           PIC 9(4) COMP VALUE 0.

       01  WS-FINGERPRINT       PIC X(18) VALUE SPACES.
       01  WS-MATCH-VERSION     PIC 9(4) VALUE 0.
       01  WS-LATEST-VERSION    PIC 9(4) VALUE 0.
       01  WS-NEW-VERSION       PIC 9(4) VALUE 0.
       01  WS-STANDING          PIC X(12) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Old and new line images for the difference. Each side is
      *    capped; a file past the cap is still versioned, and the
      *    history notes the difference was cut short.
       01  WS-DIFF-MAX          PIC 9(4) COMP VALUE 2000.
       01  WS-OLD-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NEW-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-OLD-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-NEW-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-DIFF-CUT-SW       PIC X VALUE 'N'.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 2000 TIMES.
               10  WS-OLD-LINE      PIC X(256).
               10  WS-OLD-MATCHED   PIC X.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NEW-LINE      PIC X(256).
               10  WS-NEW-MATCHED   PIC X.
       01  WS-REMOVED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT       PIC 9(9) VALUE 0.

       01  WS-FILES-CHECKED     PIC 9(9) VALUE 0.
       01  WS-FILES-NEW         PIC 9(9) VALUE 0.
       01  WS-FILES-CHANGED     PIC 9(9) VALUE 0.
       01  WS-FILES-ABSENT      PIC 9(9) VALUE 0.
       01  WS-FILES-FAILED      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open registry report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-CTLREG CONTROL FILE REGISTRY REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Registry run id : " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CONTROL-LIST-COUNT
               PERFORM REGISTER-ONE-CONTROL-FILE
           END-PERFORM

           PERFORM WRITE-REGISTRY-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "FT-CTLREG: " WS-FILES-CHANGED " changed, "
               WS-FILES-NEW " new, " WS-FILES-ABSENT " not present"
           IF WS-FILES-FAILED > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-FILES-CHANGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       REGISTER-ONE-CONTROL-FILE.
           MOVE SPACES TO WS-CONTROL-FILENAME
           MOVE WS-CONTROL-LIST-NAME(WS-CTL-IDX) TO WS-CONTROL-FILENAME
           ADD 1 TO WS-FILES-CHECKED
           CALL 'CTLVER' USING WS-CONTROL-FILENAME WS-FINGERPRINT
               WS-MATCH-VERSION WS-LATEST-VERSION
           EVALUATE TRUE
               WHEN WS-FINGERPRINT = ALL 'X'
                   ADD 1 TO WS-FILES-ABSENT
                   MOVE "NOT PRESENT" TO WS-STANDING
                   MOVE WS-LATEST-VERSION TO WS-NEW-VERSION
               WHEN WS-MATCH-VERSION > 0
                       AND WS-MATCH-VERSION = WS-LATEST-VERSION
                   MOVE "UNCHANGED" TO WS-STANDING
                   MOVE WS-LATEST-VERSION TO WS-NEW-VERSION
               WHEN OTHER
      *            New content -- including a return to an older
      *            version's content, which is still a change from
      *            what ran last night.
                   COMPUTE WS-NEW-VERSION = WS-LATEST-VERSION + 1
                   PERFORM STORE-VERSION-COPY
                   IF WS-VCP-STAT NOT = "00"
                       MOVE "COPY FAILED" TO WS-STANDING
                       ADD 1 TO WS-FILES-FAILED
                   ELSE
                       PERFORM APPEND-REGISTRY-ENTRY
                       IF WS-LATEST-VERSION = 0
                           MOVE "NEW" TO WS-STANDING
                           ADD 1 TO WS-FILES-NEW
                           PERFORM LOG-NEW-REGISTRATION
                       ELSE
                           MOVE "CHANGED" TO WS-STANDING
                           ADD 1 TO WS-FILES-CHANGED
                           PERFORM LOG-LINE-DIFFERENCE
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-CONTROL-FILENAME(1:30) " v" WS-NEW-VERSION
                   "  " WS-STANDING
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       STORE-VERSION-COPY.
           MOVE SPACES TO WS-VERSION-COPY-FILENAME
           STRING FUNCTION TRIM(WS-CONTROL-FILENAME) ".v"
                   WS-NEW-VERSION
               DELIMITED BY SIZE INTO WS-VERSION-COPY-FILENAME
           END-STRING
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STAT NOT = "00"
               MOVE "99" TO WS-VCP-STAT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VERSION-COPY-FILE
           IF WS-VCP-STAT NOT = "00"
               DISPLAY "Failed to open version copy. STATUS="
                   WS-VCP-STAT " FILE="
                   FUNCTION TRIM(WS-VERSION-COPY-FILENAME)
               CLOSE CONTROL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CONTROL-RECORD TO VERSION-COPY-RECORD
                       WRITE VERSION-COPY-RECORD
                       IF WS-VCP-STAT NOT = "00"
                           DISPLAY "Write error on version copy. "
                               "STATUS=" WS-VCP-STAT
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-VCP-STAT = "00"
               CLOSE VERSION-COPY-FILE
           ELSE
               CLOSE VERSION-COPY-FILE
               MOVE "99" TO WS-VCP-STAT
           END-IF.

       APPEND-REGISTRY-ENTRY.
           OPEN EXTEND REGISTRY-FILE
           IF WS-REG-STAT = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REG-STAT NOT = "00"
               DISPLAY "Failed to open control registry. STATUS="
                   WS-REG-STAT
               ADD 1 TO WS-FILES-FAILED
           ELSE
               MOVE SPACES TO REGISTRY-RECORD
               MOVE WS-CONTROL-FILENAME(1:40) TO REGISTRY-RECORD(1:40)
               MOVE WS-NEW-VERSION TO REGISTRY-RECORD(42:4)
               MOVE WS-FINGERPRINT TO REGISTRY-RECORD(47:18)
               MOVE WS-RUN-ID TO REGISTRY-RECORD(66:14)
               WRITE REGISTRY-RECORD
               CLOSE REGISTRY-FILE
           END-IF.

       LOG-NEW-REGISTRATION.
           PERFORM OPEN-HISTORY-FILE
           IF WS-HST-STAT = "00"
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-RUN-ID TO HISTORY-RECORD(1:14)
               MOVE WS-CONTROL-FILENAME(1:40) TO HISTORY-RECORD(16:40)
               MOVE 'C' TO HISTORY-RECORD(57:1)
               STRING "REGISTERED v" WS-NEW-VERSION
                       " (first version on file)"
                   DELIMITED BY SIZE INTO HISTORY-RECORD(59:262)
               END-STRING
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           END-IF.

      *    Difference against the latest registered version's copy.
      *    Each old line pairs off with one identical, not yet paired
      *    new line; whatever is left unpaired on either side is what
      *    changed.
       LOG-LINE-DIFFERENCE.
           MOVE 'N' TO WS-DIFF-CUT-SW
           MOVE SPACES TO WS-PRIOR-COPY-FILENAME
           STRING FUNCTION TRIM(WS-CONTROL-FILENAME) ".v"
                   WS-LATEST-VERSION
               DELIMITED BY SIZE INTO WS-PRIOR-COPY-FILENAME
           END-STRING
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT
           OPEN INPUT PRIOR-COPY-FILE
           IF WS-PRI-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ PRIOR-COPY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-OLD-COUNT < WS-DIFF-MAX
                               ADD 1 TO WS-OLD-COUNT
                               MOVE PRIOR-COPY-RECORD(1:256)
                                   TO WS-OLD-LINE(WS-OLD-COUNT)
                               MOVE 'N'
                                   TO WS-OLD-MATCHED(WS-OLD-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DIFF-CUT-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-COPY-FILE
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-NEW-COUNT < WS-DIFF-MAX
                               ADD 1 TO WS-NEW-COUNT
                               MOVE CONTROL-RECORD(1:256)
                                   TO WS-NEW-LINE(WS-NEW-COUNT)
                               MOVE 'N'
                                   TO WS-NEW-MATCHED(WS-NEW-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DIFF-CUT-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF

           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   IF WS-NEW-MATCHED(WS-NEW-IDX) = 'N'
                           AND WS-NEW-LINE(WS-NEW-IDX)
                               = WS-OLD-LINE(WS-OLD-IDX)
                       MOVE 'Y' TO WS-NEW-MATCHED(WS-NEW-IDX)
                       MOVE 'Y' TO WS-OLD-MATCHED(WS-OLD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-REMOVED-COUNT WS-ADDED-COUNT
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCHED(WS-OLD-IDX) = 'N'
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCHED(WS-NEW-IDX) = 'N'
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-PERFORM

           PERFORM OPEN-HISTORY-FILE
           IF WS-HST-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-RUN-ID TO HISTORY-RECORD(1:14)
           MOVE WS-CONTROL-FILENAME(1:40) TO HISTORY-RECORD(16:40)
           MOVE 'C' TO HISTORY-RECORD(57:1)
           STRING "CHANGED v" WS-LATEST-VERSION " -> v" WS-NEW-VERSION
                   " REMOVED=" WS-REMOVED-COUNT
                   " ADDED=" WS-ADDED-COUNT
               DELIMITED BY SIZE INTO HISTORY-RECORD(59:262)
           END-STRING
           IF WS-PRI-STAT NOT = "00"
               MOVE "PRIOR COPY MISSING - NO DIFFERENCE"
                   TO HISTORY-RECORD(160:34)
           END-IF
           IF WS-DIFF-CUT-SW = 'Y'
               MOVE "DIFFERENCE CUT SHORT AT 2000 LINES"
                   TO HISTORY-RECORD(160:34)
           END-IF
           WRITE HISTORY-RECORD
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCHED(WS-OLD-IDX) = 'N'
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE WS-RUN-ID TO HISTORY-RECORD(1:14)
                   MOVE WS-CONTROL-FILENAME(1:40)
                       TO HISTORY-RECORD(16:40)
                   MOVE '-' TO HISTORY-RECORD(57:1)
                   MOVE WS-OLD-LINE(WS-OLD-IDX)
                       TO HISTORY-RECORD(59:256)
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCHED(WS-NEW-IDX) = 'N'
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE WS-RUN-ID TO HISTORY-RECORD(1:14)
                   MOVE WS-CONTROL-FILENAME(1:40)
                       TO HISTORY-RECORD(16:40)
                   MOVE '+' TO HISTORY-RECORD(57:1)
                   MOVE WS-NEW-LINE(WS-NEW-IDX)
                       TO HISTORY-RECORD(59:256)
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       OPEN-HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STAT = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HST-STAT NOT = "00"
               DISPLAY "Failed to open control change history. "
                   "STATUS=" WS-HST-STAT
               ADD 1 TO WS-FILES-FAILED
           END-IF.

       WRITE-REGISTRY-SUMMARY.
           MOVE WS-FILES-CHECKED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Files checked   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FILES-CHANGED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Changed         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FILES-NEW TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "First registered: " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FILES-ABSENT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Not present     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM FT-CTLREG.
