       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-DNCLOAD.

      *    Loader for the national Do-Not-Call registry download the
      *    telemarketing team is bound by, which until now was
      *    scrubbed against clean_contacts.txt with a desktop tool.
      *    Reads the registry's area-code/number file (one number per
      *    line; the area code and the seven-digit number may be run
      *    together or separated by a comma, dash or space, and a
      *    leading 1 on an 11-digit number is dropped) and rebuilds
      *    the registry master from it whole -- like the quarterly
      *    suppression file, each download is a full replacement.
      *    The master is keyed the way FT-SUPPLOAD keys the
      *    suppression master, a RELATIVE file over a numeric slot
      *    folded from the entry, so FT-CONTACT's phone extract can
      *    probe it per number:
      *      - slot 1 is the control record: number 0000000000, the
      *        registry's as-of date (REGDATE=, default the run date)
      *        and the count loaded; FT-CONTACT refuses a registry
      *        older than the 31-day refresh the rules require;
      *      - a number folds to slot 2 + (number MOD 999983); a
      *        number finding its slot taken by another number steps
      *        to the next slot, up to 64 probes, so unlike the
      *        suppression master no registry number is dropped on a
      *        collision -- a legal list cannot lose entries quietly.
      *    A number still unplaced after 64 probes is counted as
      *    overflow and fails the step (RC 8); bad lines warn (RC 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STAT.
      *    Same RELATIVE-organization convention the name master uses
      *    (see name.cob's note on this build's disabled ISAM
      *    handler).
           SELECT DNC-MASTER-FILE ASSIGN TO DYNAMIC
               WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD          PIC X(80).

       FD  DNC-MASTER-FILE.
       01  DNC-MASTER-RECORD.
           05  DNC-PHONE-NUMBER     PIC X(10).
           05  DNC-REGISTRY-DATE    PIC X(8).
           05  DNC-LOAD-DATE        PIC X(8).
           05  DNC-LOADED-COUNT     PIC 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-REG-STAT      PIC XX VALUE SPACES.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-REGISTRY-FILENAME PIC X(100)
                                VALUE 'dnc_registry.txt'.
       01  WS-MASTER-FILENAME   PIC X(100)
                                VALUE 'dnc_master.idx'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'dncload_report.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-RUN-DATE          PIC X(8).
       01  WS-REGISTRY-DATE     PIC X(8) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-DIGITS            PIC X(20) VALUE SPACES.
       01  WS-DIGIT-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-ENTRY-NUMBER      PIC X(10) VALUE SPACES.
       01  WS-ENTRY-VALUE       PIC 9(10) VALUE 0.
       01  WS-PROBE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-PROBE-MAX         PIC 9(4) COMP VALUE 64.
       01  WS-PLACED-SW         PIC X VALUE 'N'.
           88  ENTRY-IS-PLACED      VALUE 'Y'.

       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT      PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT   PIC 9(9) VALUE 0.
       01  WS-BAD-LINE-COUNT    PIC 9(9) VALUE 0.
       01  WS-PROBED-COUNT      PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT    PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-REGISTRY-DATE
           PERFORM GET-RUN-PARAMETERS
           IF WS-REGISTRY-DATE IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-REGISTRY-DATE)) NOT = 0
               DISPLAY "Registry as-of date not a valid YYYYMMDD: "
                   WS-REGISTRY-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STAT NOT = "00"
               DISPLAY "Failed to open DNC registry file. STATUS="
                   WS-REG-STAT " FILE="
                   FUNCTION TRIM(WS-REGISTRY-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *    OUTPUT open empties the master -- each download replaces
      *    the prior registry whole. The control slot goes in first,
      *    then the master reopens I-O so a probe can read a taken
      *    slot and tell a repeated number from a collision.
           OPEN OUTPUT DNC-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to recreate DNC master. "
                   "STATUS=" WS-MASTER-STAT
               CLOSE REGISTRY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-MASTER-RKEY
           MOVE '0000000000' TO DNC-PHONE-NUMBER
           MOVE WS-REGISTRY-DATE TO DNC-REGISTRY-DATE
           MOVE WS-RUN-DATE TO DNC-LOAD-DATE
           MOVE 0 TO DNC-LOADED-COUNT
           WRITE DNC-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Failed to write DNC control slot. "
                       "STATUS=" WS-MASTER-STAT
           END-WRITE
           CLOSE DNC-MASTER-FILE
           OPEN I-O DNC-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to reopen DNC master. "
                   "STATUS=" WS-MASTER-STAT
               CLOSE REGISTRY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF FUNCTION TRIM(REGISTRY-RECORD) NOT = SPACES
                               AND REGISTRY-RECORD(1:1) NOT = '*'
                           PERFORM LOAD-ONE-REGISTRY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE

      *    Control slot carries the final count, so the extract's
      *    report can show which registry load it scrubbed against.
           MOVE 1 TO WS-MASTER-RKEY
           READ DNC-MASTER-FILE
               INVALID KEY
                   DISPLAY "DNC control slot missing after load. "
                       "STATUS=" WS-MASTER-STAT
               NOT INVALID KEY
                   MOVE WS-LOADED-COUNT TO DNC-LOADED-COUNT
                   REWRITE DNC-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Failed to update DNC control "
                               "slot. STATUS=" WS-MASTER-STAT
                   END-REWRITE
           END-READ
           CLOSE DNC-MASTER-FILE

           PERFORM WRITE-LOAD-REPORT
           DISPLAY "FT-DNCLOAD: loaded " WS-LOADED-COUNT
               " of " WS-READ-COUNT " numbers ("
               WS-OVERFLOW-COUNT " overflow)"
           IF WS-OVERFLOW-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BAD-LINE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *    A line with no digits at all is the download's column
      *    heading and is passed over uncounted.
       LOAD-ONE-REGISTRY-ENTRY.
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 80
               IF REGISTRY-RECORD(IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
                   IF WS-DIGIT-COUNT <= 20
                       MOVE REGISTRY-RECORD(IDX:1)
                           TO WS-DIGITS(WS-DIGIT-COUNT:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIGIT-COUNT > 0
               ADD 1 TO WS-READ-COUNT
           END-IF
           IF WS-DIGIT-COUNT = 11 AND WS-DIGITS(1:1) = '1'
               MOVE WS-DIGITS(2:10) TO WS-ENTRY-NUMBER
               MOVE 10 TO WS-DIGIT-COUNT
           ELSE
               MOVE WS-DIGITS(1:10) TO WS-ENTRY-NUMBER
           END-IF
           IF WS-DIGIT-COUNT = 0
               CONTINUE
           ELSE
               IF WS-DIGIT-COUNT NOT = 10
                       OR WS-ENTRY-NUMBER(1:1) = '0'
                       OR WS-ENTRY-NUMBER(1:1) = '1'
                   ADD 1 TO WS-BAD-LINE-COUNT
                   DISPLAY "Registry line skipped (bad layout): "
                       FUNCTION TRIM(REGISTRY-RECORD)
               ELSE
                   PERFORM PLACE-REGISTRY-NUMBER
               END-IF
           END-IF.

      *    Walk forward from the folded slot until the number lands
      *    in an empty slot or is found already resident.
       PLACE-REGISTRY-NUMBER.
           PERFORM COMPUTE-DNC-KEY
           MOVE 'N' TO WS-PLACED-SW
           MOVE 0 TO WS-PROBE-COUNT
           PERFORM UNTIL ENTRY-IS-PLACED
                   OR WS-PROBE-COUNT >= WS-PROBE-MAX
               ADD 1 TO WS-PROBE-COUNT
               READ DNC-MASTER-FILE
                   INVALID KEY
                       MOVE WS-ENTRY-NUMBER TO DNC-PHONE-NUMBER
                       MOVE WS-REGISTRY-DATE TO DNC-REGISTRY-DATE
                       MOVE WS-RUN-DATE TO DNC-LOAD-DATE
                       MOVE 0 TO DNC-LOADED-COUNT
                       WRITE DNC-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Write error on DNC master. "
                                   "STATUS=" WS-MASTER-STAT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                               IF WS-PROBE-COUNT > 1
                                   ADD 1 TO WS-PROBED-COUNT
                               END-IF
                       END-WRITE
                       MOVE 'Y' TO WS-PLACED-SW
                   NOT INVALID KEY
                       IF DNC-PHONE-NUMBER = WS-ENTRY-NUMBER
                           ADD 1 TO WS-DUPLICATE-COUNT
                           MOVE 'Y' TO WS-PLACED-SW
                       ELSE
                           PERFORM STEP-TO-NEXT-DNC-SLOT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ENTRY-IS-PLACED
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "Registry number not placed (probe limit): "
                   WS-ENTRY-NUMBER
           END-IF.

      *    Slot 1 is the control record, so the fold lands a number
      *    on slots 2 through 999,984 -- the same prime modulus
      *    COMPUTE-SUPPRESS-KEY uses. FT-CONTACT folds and steps the
      *    same way when it probes; the two must stay in step.
       COMPUTE-DNC-KEY.
           MOVE WS-ENTRY-NUMBER TO WS-ENTRY-VALUE
           COMPUTE WS-MASTER-RKEY =
               FUNCTION MOD(WS-ENTRY-VALUE, 999983) + 2.

       STEP-TO-NEXT-DNC-SLOT.
           ADD 1 TO WS-MASTER-RKEY
           IF WS-MASTER-RKEY > 999984
               MOVE 2 TO WS-MASTER-RKEY
           END-IF.

       WRITE-LOAD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open load report. STATUS="
                   WS-RPT-STAT
           ELSE
               MOVE "FT-DNCLOAD DO-NOT-CALL REGISTRY LOAD REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Registry file   : "
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Registry as-of  : " WS-REGISTRY-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-READ-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Numbers read    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LOADED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Loaded          : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DUPLICATE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Repeated numbers: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-BAD-LINE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Bad lines       : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PROBED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Placed by probe : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-OVERFLOW-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Probe overflow  : " WS-NUM-EDIT
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
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-REGISTRY-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'MASTER='
                       MOVE WS-PARM-WORK(8:93) TO WS-MASTER-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'REGDATE='
                       MOVE WS-PARM-WORK(9:8) TO WS-REGISTRY-DATE
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-DNCLOAD.
