       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-QAREVIEW.

      *    QA review of FT-NAME's nightly sample. The sample queue
      *    (name_qa_sample.txt, see FT-NAME's QA-SAMPLE-FILE note)
      *    holds a stratified random draw of cleaned records; this
      *    screen -- the FT-EXCREVIEW console loop -- shows each one
      *    with the raw input over the cleaned NAME-RECORD fields and
      *    lets the reviewer:
      *        C  correct: the cleansing got it right;
      *        W  wrong: pick the error category from the list below;
      *        S  skip: leave it queued for another reviewer;
      *        Q  quit: this and every remaining entry stays queued.
      *    Every verdict is appended to the accuracy history
      *    (qa_accuracy_history.txt) with the reviewer's operator id
      *    and the stratum weights the sample line carried, which is
      *    all FT-QARPT needs for the weekly error-rate estimate.
      *    SAMPLE= and HISTORY= name other files. Unworked entries
      *    replace the queue at the end, the carry-forward
      *    convention FT-CORRECT uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-SAMPLE-FILE ASSIGN TO DYNAMIC
               WS-SAMPLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAS-STAT.
           SELECT QA-SAMPLE-REMAINING-FILE ASSIGN TO DYNAMIC
               WS-SAMPLE-REMAINING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STAT.
      *    One line per verdict: review date 1-8, run id 10-23,
      *    source 25-27, path 29, customer id 31-40, verdict 42 (C
      *    or W), error category 44-45 (00 when correct), operator
      *    47-54, stratum record count 56-64, stratum sample count
      *    66-70. Never rewritten -- it is the accuracy history.
           SELECT QA-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAH-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-SAMPLE-FILE.
       01  QA-SAMPLE-RECORD             PIC X(545).

       FD  QA-SAMPLE-REMAINING-FILE.
       01  QA-SAMPLE-REMAINING-RECORD   PIC X(545).

       FD  QA-HISTORY-FILE.
       01  QA-HISTORY-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-QAS-STAT      PIC XX VALUE SPACES.
       77  WS-REM-STAT      PIC XX VALUE SPACES.
       77  WS-QAH-STAT      PIC XX VALUE SPACES.

       01  WS-SAMPLE-FILENAME      PIC X(100)
                                VALUE 'name_qa_sample.txt'.
       01  WS-SAMPLE-REMAINING-FILENAME PIC X(104) VALUE SPACES.
       01  WS-HISTORY-FILENAME     PIC X(100)
                                VALUE 'qa_accuracy_history.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-QUIT-SWITCH       PIC X VALUE 'N'.
           88  REVIEWER-QUIT        VALUE 'Y'.
       01  WS-CORRECT-COUNT     PIC 9(9) VALUE 0.
       01  WS-WRONG-COUNT       PIC 9(9) VALUE 0.
       01  WS-QUEUED-COUNT      PIC 9(9) VALUE 0.
       01  WS-REVIEWER-ACTION   PIC X VALUE SPACES.
       01  WS-CATEGORY-ANSWER   PIC X(2) VALUE SPACES.
       01  WS-CATEGORY-CODE     PIC 9(2) VALUE 0.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-CAT-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-CAT-DIGIT         PIC 9 VALUE 0.

      *    The error categories, also FT-QARPT's -- keep the two
      *    lists in step.
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(20) VALUE 'CASING'.
           05  FILLER PIC X(20) VALUE 'NAME ORDER'.
           05  FILLER PIC X(20) VALUE 'FIELD SPLIT'.
           05  FILLER PIC X(20) VALUE 'HONORIFIC/SUFFIX'.
           05  FILLER PIC X(20) VALUE 'ORG/PERSON PATH'.
           05  FILLER PIC X(20) VALUE 'JOINT SPLIT'.
           05  FILLER PIC X(20) VALUE 'CHARACTERS'.
           05  FILLER PIC X(20) VALUE 'OTHER'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CATEGORY-NAME OCCURS 8 TIMES PIC X(20).
       01  WS-CATEGORY-MAX      PIC 9(4) COMP VALUE 8.

       01  WS-PATH-TEXT         PIC X(26) VALUE SPACES.

       01  WS-CLEAN-VIEW.
           COPY "NAME-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           MOVE SPACES TO WS-SAMPLE-REMAINING-FILENAME
           STRING FUNCTION TRIM(WS-SAMPLE-FILENAME) DELIMITED BY SIZE
                   ".new" DELIMITED BY SIZE
               INTO WS-SAMPLE-REMAINING-FILENAME
           END-STRING
           PERFORM SIGN-ON-OPERATOR

           OPEN INPUT QA-SAMPLE-FILE
           IF WS-QAS-STAT NOT = "00"
               IF WS-QAS-STAT = "35"
                   DISPLAY "No QA sample to review: "
                       FUNCTION TRIM(WS-SAMPLE-FILENAME)
               ELSE
                   DISPLAY "Failed to open QA sample file. STATUS="
                       WS-QAS-STAT
               END-IF
               GOBACK
           END-IF

           OPEN OUTPUT QA-SAMPLE-REMAINING-FILE
           IF WS-REM-STAT NOT = "00"
               DISPLAY "Failed to open working QA sample file. "
                   "STATUS=" WS-REM-STAT
               CLOSE QA-SAMPLE-FILE
               GOBACK
           END-IF

           OPEN EXTEND QA-HISTORY-FILE
           IF WS-QAH-STAT = "35"
               OPEN OUTPUT QA-HISTORY-FILE
           END-IF
           IF WS-QAH-STAT NOT = "00"
               DISPLAY "Failed to open accuracy history. STATUS="
                   WS-QAH-STAT
               CLOSE QA-SAMPLE-FILE
               CLOSE QA-SAMPLE-REMAINING-FILE
               GOBACK
           END-IF

           DISPLAY "FT-QAREVIEW - cleansing QA sample review"

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ QA-SAMPLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF FUNCTION TRIM(QA-SAMPLE-RECORD) = SPACES
                           CONTINUE
                       ELSE
                           IF REVIEWER-QUIT
                               PERFORM CARRY-FORWARD-ENTRY
                           ELSE
                               PERFORM PRESENT-ONE-SAMPLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QA-SAMPLE-FILE
           CLOSE QA-SAMPLE-REMAINING-FILE
           CLOSE QA-HISTORY-FILE

           DISPLAY "Correct=" WS-CORRECT-COUNT
               " Wrong=" WS-WRONG-COUNT
               " Still queued=" WS-QUEUED-COUNT

           CALL "CBL_DELETE_FILE" USING WS-SAMPLE-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-SAMPLE-REMAINING-FILENAME
               WS-SAMPLE-FILENAME
           GOBACK.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:7) = 'SAMPLE='
                       MOVE WS-PARM-WORK(8:93) TO WS-SAMPLE-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'HISTORY='
                       MOVE WS-PARM-WORK(9:92) TO WS-HISTORY-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

      *    Who is at the keyboard: every verdict carries this id.
       SIGN-ON-OPERATOR.
           PERFORM UNTIL FUNCTION TRIM(WS-OPERATOR-ID) NOT = SPACES
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.

       PRESENT-ONE-SAMPLE.
           MOVE QA-SAMPLE-RECORD(280:246) TO WS-CLEAN-VIEW
           EVALUATE QA-SAMPLE-RECORD(20:1)
               WHEN 'O'
                   MOVE 'organization' TO WS-PATH-TEXT
               WHEN 'J'
                   MOVE 'joint split' TO WS-PATH-TEXT
               WHEN 'F'
                   MOVE 'family-name-first country' TO WS-PATH-TEXT
               WHEN OTHER
                   MOVE 'person' TO WS-PATH-TEXT
           END-EVALUATE
           DISPLAY " "
           DISPLAY "Customer    : " QA-SAMPLE-RECORD(22:10)
               "  run " QA-SAMPLE-RECORD(1:14)
               "  source " QA-SAMPLE-RECORD(16:3)
               "  path " FUNCTION TRIM(WS-PATH-TEXT)
           DISPLAY "Raw input   : "
               FUNCTION TRIM(QA-SAMPLE-RECORD(33:246))
           DISPLAY "Honorific   : " FUNCTION TRIM(HONORIFIC)
           DISPLAY "First name  : " FUNCTION TRIM(FIRST-NAME)
           DISPLAY "Middle name : " FUNCTION TRIM(MIDDLE-NAME)
           DISPLAY "Last name   : " FUNCTION TRIM(LAST-NAME)
           DISPLAY "Suffix      : " FUNCTION TRIM(SUFFIX)
           DISPLAY "Entity flag : " NAME-ENTITY-FLAG
           DISPLAY "Verdict? (C)orrect  (W)rong  (S)kip  (Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-ACTION
           MOVE FUNCTION UPPER-CASE(WS-REVIEWER-ACTION)
               TO WS-REVIEWER-ACTION

           EVALUATE WS-REVIEWER-ACTION
               WHEN 'C'
                   MOVE 0 TO WS-CATEGORY-CODE
                   PERFORM WRITE-HISTORY-RECORD
               WHEN 'W'
                   PERFORM TAKE-ERROR-CATEGORY
               WHEN 'Q'
                   MOVE 'Y' TO WS-QUIT-SWITCH
                   PERFORM CARRY-FORWARD-ENTRY
               WHEN OTHER
                   PERFORM CARRY-FORWARD-ENTRY
           END-EVALUATE.

      *    A wrong verdict is only worth recording with its cause;
      *    an answer off the list backs out and keeps the entry
      *    queued, so a slipped key can't file a meaningless error.
       TAKE-ERROR-CATEGORY.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATEGORY-MAX
               MOVE WS-CAT-IDX TO WS-CAT-DIGIT
               DISPLAY "  " WS-CAT-DIGIT "  "
                   WS-CATEGORY-NAME(WS-CAT-IDX)
           END-PERFORM
           DISPLAY "Error category: " WITH NO ADVANCING
           MOVE SPACES TO WS-CATEGORY-ANSWER
           ACCEPT WS-CATEGORY-ANSWER
           IF FUNCTION TEST-NUMVAL(WS-CATEGORY-ANSWER) NOT = 0
               DISPLAY "No category given - entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CATEGORY-ANSWER)
               TO WS-CATEGORY-CODE
           IF WS-CATEGORY-CODE < 1 OR
                   WS-CATEGORY-CODE > WS-CATEGORY-MAX
               DISPLAY "No such category - entry stays queued"
               PERFORM CARRY-FORWARD-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO QA-HISTORY-RECORD
           MOVE WS-RUN-DATE TO QA-HISTORY-RECORD(1:8)
           MOVE QA-SAMPLE-RECORD(1:14) TO QA-HISTORY-RECORD(10:14)
           MOVE QA-SAMPLE-RECORD(16:3) TO QA-HISTORY-RECORD(25:3)
           MOVE QA-SAMPLE-RECORD(20:1) TO QA-HISTORY-RECORD(29:1)
           MOVE QA-SAMPLE-RECORD(22:10) TO QA-HISTORY-RECORD(31:10)
           MOVE WS-REVIEWER-ACTION TO QA-HISTORY-RECORD(42:1)
           MOVE WS-CATEGORY-CODE TO QA-HISTORY-RECORD(44:2)
           MOVE WS-OPERATOR-ID TO QA-HISTORY-RECORD(47:8)
           MOVE QA-SAMPLE-RECORD(527:9) TO QA-HISTORY-RECORD(56:9)
           MOVE QA-SAMPLE-RECORD(537:5) TO QA-HISTORY-RECORD(66:5)
           WRITE QA-HISTORY-RECORD
           IF WS-QAH-STAT NOT = "00"
               DISPLAY "Write error on accuracy history. STATUS="
                   WS-QAH-STAT
               PERFORM CARRY-FORWARD-ENTRY
           ELSE
               IF WS-REVIEWER-ACTION = 'C'
                   ADD 1 TO WS-CORRECT-COUNT
               ELSE
                   ADD 1 TO WS-WRONG-COUNT
               END-IF
           END-IF.

       CARRY-FORWARD-ENTRY.
           MOVE QA-SAMPLE-RECORD TO QA-SAMPLE-REMAINING-RECORD
           WRITE QA-SAMPLE-REMAINING-RECORD
           IF WS-REM-STAT NOT = "00"
               DISPLAY "Write error on working QA sample file. "
                   "STATUS=" WS-REM-STAT
           ELSE
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       END PROGRAM FT-QAREVIEW.
