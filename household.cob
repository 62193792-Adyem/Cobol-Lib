      *        member after the first in each household, leading
      *        10 bytes as usual, so FT-LABELS' SUPPRESS= option
      *        mails one piece per household instead of four.
      *      - household_addressee.txt: for every household of two or
      *        more, the head's id with a name line and a joint
      *        salutation built from the members ("John and Mary
      *        Smith" / "Dear Mr. and Mrs. Smith:", both full names
      *        when the surnames differ, "The Smith Family" past two
      *        members), rendered through the same salutation_langs.ctl
      *        country templates FT-NAME uses. FT-LABELS and FT-LETTER
      *        address the household's one piece from it in their
      *        ADDRESSEE=HOUSEHOLD mode.
      *    GROUP=ADDRESS drops the surname from the grouping key, so
      *    members at one address under different surnames share a
      *    household too; the default keeps surname grouping.
      *    A member with a known-as name in effect today (NAMEALIAS)
      *    is greeted by it when the joint salutation uses first
      *    names -- "Dear Jack and Mary Smith:" -- while the name line
      *    keeps the names on the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-SUPPRESS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STAT.
           SELECT ADDRESSEE-FILE ASSIGN TO DYNAMIC
               WS-ADDRESSEE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHA-STAT.
      *    FT-NAME's operations-editable greeting templates, one
      *    "CC template" line per country with &NAME for the name.
           SELECT SALUTATION-LANGS-FILE ASSIGN TO DYNAMIC
               WS-SAL-LANGS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLG-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
               10  GRP-KEY-LAST     PIC X(80).
           05  GRP-SORT-ID          PIC X(10).
           05  GRP-SORT-DISPLAY     PIC X(160).
           05  GRP-SORT-FIRST       PIC X(80).
           05  GRP-SORT-LAST        PIC X(80).
           05  GRP-SORT-HONORIFIC   PIC X(9).
           05  GRP-SORT-COUNTRY     PIC X(2).

      *    Master line layout: 1-10 household key, 12-21 customer id,
      *    23-25 member sequence, 27 on the display text.
       FD  SUPPRESS-FILE.
       01  SUPPRESS-RECORD          PIC X(30).

      *    Addressee line layout: 1-10 head customer id, 12-21
      *    household key, 23-25 member count, 27-106 name line,
      *    108-257 salutation, 259-268 the second member's id (the
      *    other customer a two-member line names).
       FD  ADDRESSEE-FILE.
       01  ADDRESSEE-RECORD         PIC X(268).

       FD  SALUTATION-LANGS-FILE.
       01  SALUTATION-LANGS-RECORD  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       77  WS-HHM-STAT      PIC XX VALUE SPACES.
       77  WS-SUP-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-HHA-STAT      PIC XX VALUE SPACES.
       77  WS-SLG-STAT      PIC XX VALUE SPACES.

       01  WS-NAMES-FILENAME     PIC X(100) VALUE 'clean_names.txt'.
       01  WS-ADDRESSES-FILENAME PIC X(100)
                                 VALUE 'household_suppress.txt'.
       01  WS-REPORT-FILENAME    PIC X(100)
                                 VALUE 'household_report.txt'.
       01  WS-ADDRESSEE-FILENAME PIC X(100)
                                 VALUE 'household_addressee.txt'.
       01  WS-SAL-LANGS-FILENAME PIC X(100)
                                 VALUE 'salutation_langs.ctl'.
       01  WS-GROUP-MODE         PIC X(7) VALUE 'SURNAME'.
           88  GROUP-BY-ADDRESS      VALUE 'ADDRESS'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-SUPPRESSED-COUNT  PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Addressee state for the household being swept: its head's
      *    id and country, and the first two members' name parts --
      *    past two the line is the family form, which needs only
      *    the head's surname.
       01  WS-ADDRESSEE-COUNT   PIC 9(9) VALUE 0.
       01  WS-HH-HEAD-ID        PIC X(10) VALUE SPACES.
       01  WS-HH-HEAD-KEY       PIC X(10) VALUE SPACES.
       01  WS-HH-SECOND-ID      PIC X(10) VALUE SPACES.
       01  WS-HH-MEMBER-COUNT   PIC 9(3) VALUE 0.
       01  WS-HH-COUNTRY        PIC X(2) VALUE SPACES.
       01  WS-HH-MEMBER-TABLE.
           05  WS-HH-MEMBER OCCURS 2 TIMES.
               10  WS-HH-FIRST      PIC X(80).
               10  WS-HH-LAST       PIC X(80).
               10  WS-HH-HONORIFIC  PIC X(9).
               10  WS-HH-SAL-FIRST  PIC X(80).
       01  WS-HH-NAME-LINE      PIC X(80) VALUE SPACES.

      *    Known-as lookup -- see NAMEALIAS. Asked as of the run date.
       01  WS-ALIAS-FUNC        PIC X VALUE SPACE.
       01  WS-ALIAS-AS-OF-DATE  PIC X(8) VALUE SPACES.
       01  WS-ALIAS-CURSOR      PIC 9(5) VALUE 0.
       01  WS-ALIAS-FOUND-SW    PIC X VALUE 'N'.
           88  ALIAS-WAS-FOUND      VALUE 'Y'.
       01  WS-ALIAS-LINE.
           COPY "ALIAS-RECORD.cpy".
       01  WS-HH-OVERFLOW-SW    PIC X VALUE 'N'.

      *    Salutation-language table, loaded and applied exactly as
      *    FT-NAME does: the English default always sits in entry 1.
       01  WS-SAL-LANG-COUNT       PIC 9(4) COMP VALUE 1.
       01  WS-SAL-LANG-MAX         PIC 9(4) COMP VALUE 20.
       01  WS-SAL-LANG-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-SAL-LANG-HIT         PIC 9(4) COMP VALUE 1.
       01  WS-SAL-LANG-TABLE.
           05  WS-SAL-LANG-ENTRY OCCURS 20 TIMES.
               10  WS-SAL-COUNTRY      PIC X(2).
               10  WS-SAL-TEMPLATE     PIC X(60).
       01  WS-SAL-NAME-PART        PIC X(160) VALUE SPACES.
       01  WS-SAL-RENDERED         PIC X(186) VALUE SPACES.
       01  WS-SAL-TOKEN-POS        PIC 9(4) COMP VALUE 0.
       01  WS-SAL-SCAN-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-SAL-SUFFIX-START     PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ALIAS-AS-OF-DATE
           PERFORM SORT-BOTH-INPUT-FILES

           OPEN OUTPUT HOUSEHOLD-MASTER-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ADDRESSEE-FILE
           IF WS-HHA-STAT NOT = "00"
               DISPLAY "Failed to open household addressee file. "
                   "STATUS=" WS-HHA-STAT
               CLOSE HOUSEHOLD-MASTER-FILE
               CLOSE SUPPRESS-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SALUTATION-LANGS

      *    The grouping sort's input procedure runs the balanced-line
      *    matched read over the two id-sorted sides, releasing one

           CLOSE HOUSEHOLD-MASTER-FILE
           CLOSE SUPPRESS-FILE
           CLOSE ADDRESSEE-FILE
           CALL "CBL_DELETE_FILE" USING WS-NAMES-SORTED-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-ADDRS-SORTED-FILENAME
           MOVE 'E' TO WS-ALIAS-FUNC
           PERFORM CALL-NAME-ALIASES

           PERFORM WRITE-HOUSEHOLD-REPORT
           DISPLAY "FT-HHOLD: households=" WS-HOUSEHOLD-NUM
               " members=" WS-JOINED-COUNT
               " suppressed=" WS-SUPPRESSED-COUNT
               " addressees=" WS-ADDRESSEE-COUNT
           GOBACK.

      *    Sort each side into an id-ordered scratch file, dropping
               TO GRP-KEY-CITY
           MOVE FUNCTION UPPER-CASE(ADDRS-SORTED-RECORD(21:60))
               TO GRP-KEY-STREET
           IF GROUP-BY-ADDRESS
               MOVE SPACES TO GRP-KEY-LAST
           ELSE
               MOVE FUNCTION UPPER-CASE(LAST-NAME) TO GRP-KEY-LAST
           END-IF
           MOVE HH-NAME-CUST-ID TO GRP-SORT-ID
           MOVE FIRST-NAME TO GRP-SORT-FIRST
           MOVE LAST-NAME TO GRP-SORT-LAST
           MOVE HONORIFIC TO GRP-SORT-HONORIFIC
           MOVE ADDRS-SORTED-RECORD(153:2) TO GRP-SORT-COUNTRY
           MOVE SPACES TO WS-DISPLAY-WORK
           STRING FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOT AT END
                       PERFORM PLACE-ONE-MEMBER
               END-RETURN
           END-PERFORM
           IF WS-FIRST-ROW-SWITCH = 'N'
               PERFORM WRITE-HOUSEHOLD-ADDRESSEE
           END-IF.

       PLACE-ONE-MEMBER.
           IF WS-FIRST-ROW-SWITCH = 'Y' OR
                   GRP-SORT-KEY NOT = WS-PREV-GROUP-KEY
               IF WS-FIRST-ROW-SWITCH = 'N'
                   PERFORM WRITE-HOUSEHOLD-ADDRESSEE
               END-IF
               MOVE 'N' TO WS-FIRST-ROW-SWITCH
               ADD 1 TO WS-HOUSEHOLD-NUM
               MOVE 0 TO WS-MEMBER-SEQ
           IF WS-MEMBER-SEQ = 2
               ADD 1 TO WS-MULTI-HH-COUNT
           END-IF
           PERFORM NOTE-ADDRESSEE-MEMBER

           MOVE SPACES TO HOUSEHOLD-MASTER-RECORD
           MOVE WS-HOUSEHOLD-KEY TO HOUSEHOLD-MASTER-RECORD(1:10)
               END-IF
           END-IF.

      *    The head's id and country open the household; the first
      *    two members' name parts are kept for the joint line.
       NOTE-ADDRESSEE-MEMBER.
           MOVE WS-MEMBER-SEQ TO WS-HH-MEMBER-COUNT
           IF WS-MEMBER-SEQ = 1
               MOVE GRP-SORT-ID TO WS-HH-HEAD-ID
               MOVE WS-HOUSEHOLD-KEY TO WS-HH-HEAD-KEY
               MOVE GRP-SORT-COUNTRY TO WS-HH-COUNTRY
           END-IF
           IF WS-MEMBER-SEQ = 2
               MOVE GRP-SORT-ID TO WS-HH-SECOND-ID
           END-IF
           IF WS-MEMBER-SEQ <= 2
               MOVE GRP-SORT-FIRST TO WS-HH-FIRST(WS-MEMBER-SEQ)
               MOVE GRP-SORT-LAST TO WS-HH-LAST(WS-MEMBER-SEQ)
               MOVE GRP-SORT-HONORIFIC
                   TO WS-HH-HONORIFIC(WS-MEMBER-SEQ)
               MOVE GRP-SORT-FIRST TO WS-HH-SAL-FIRST(WS-MEMBER-SEQ)
               MOVE 'K' TO WS-ALIAS-FUNC
               PERFORM CALL-NAME-ALIASES
               IF ALIAS-WAS-FOUND AND ALIAS-FIRST-NAME NOT = SPACES
                   MOVE ALIAS-FIRST-NAME
                       TO WS-HH-SAL-FIRST(WS-MEMBER-SEQ)
               END-IF
           END-IF.

       CALL-NAME-ALIASES.
           CALL 'NAMEALIAS' USING WS-ALIAS-FUNC GRP-SORT-ID
               WS-ALIAS-AS-OF-DATE WS-ALIAS-CURSOR WS-ALIAS-LINE
               WS-ALIAS-FOUND-SW.

      *    A household of one keeps its individual addressing, so
      *    only multi-member households get an addressee line.
       WRITE-HOUSEHOLD-ADDRESSEE.
           IF WS-HH-MEMBER-COUNT > 1
               PERFORM BUILD-JOINT-NAME-LINE
               PERFORM BUILD-JOINT-SALUTATION
               PERFORM RENDER-SALUTATION-LINE
               MOVE SPACES TO ADDRESSEE-RECORD
               MOVE WS-HH-HEAD-ID TO ADDRESSEE-RECORD(1:10)
               MOVE WS-HH-HEAD-KEY TO ADDRESSEE-RECORD(12:10)
               MOVE WS-HH-MEMBER-COUNT TO ADDRESSEE-RECORD(23:3)
               MOVE WS-HH-NAME-LINE TO ADDRESSEE-RECORD(27:80)
               MOVE WS-SAL-RENDERED TO ADDRESSEE-RECORD(108:150)
               MOVE WS-HH-SECOND-ID TO ADDRESSEE-RECORD(259:10)
               WRITE ADDRESSEE-RECORD
               IF WS-HHA-STAT NOT = "00"
                   DISPLAY "Write error on household addressee file."
                       " STATUS=" WS-HHA-STAT
               ELSE
                   ADD 1 TO WS-ADDRESSEE-COUNT
               END-IF
           END-IF
           MOVE 0 TO WS-HH-MEMBER-COUNT.

      *    Two members sharing a surname: "John and Mary Smith";
      *    differing surnames: "John Smith and Mary Jones"; past two
      *    members, or a pair missing a first name or too long for
      *    the label line: "The Smith Family".
       BUILD-JOINT-NAME-LINE.
           MOVE SPACES TO WS-HH-NAME-LINE
           MOVE 'N' TO WS-HH-OVERFLOW-SW
           EVALUATE TRUE
               WHEN WS-HH-MEMBER-COUNT > 2
                   MOVE 'Y' TO WS-HH-OVERFLOW-SW
               WHEN FUNCTION TRIM(WS-HH-FIRST(1)) = SPACES OR
                       FUNCTION TRIM(WS-HH-FIRST(2)) = SPACES
                   MOVE 'Y' TO WS-HH-OVERFLOW-SW
               WHEN FUNCTION UPPER-CASE(WS-HH-LAST(1)) =
                       FUNCTION UPPER-CASE(WS-HH-LAST(2))
                   STRING FUNCTION TRIM(WS-HH-FIRST(1)) " and "
                           FUNCTION TRIM(WS-HH-FIRST(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(1))
                       DELIMITED BY SIZE INTO WS-HH-NAME-LINE
                       ON OVERFLOW
                           MOVE 'Y' TO WS-HH-OVERFLOW-SW
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-HH-FIRST(1)) " "
                           FUNCTION TRIM(WS-HH-LAST(1)) " and "
                           FUNCTION TRIM(WS-HH-FIRST(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(2))
                       DELIMITED BY SIZE INTO WS-HH-NAME-LINE
                       ON OVERFLOW
                           MOVE 'Y' TO WS-HH-OVERFLOW-SW
                   END-STRING
           END-EVALUATE
           IF WS-HH-OVERFLOW-SW = 'Y'
               MOVE SPACES TO WS-HH-NAME-LINE
               STRING "The " FUNCTION TRIM(WS-HH-LAST(1)) " Family"
                   DELIMITED BY SIZE INTO WS-HH-NAME-LINE
               END-STRING
           END-IF.

      *    The name that fills the template's &NAME: each member's
      *    honorific with the surname ("Mr. and Mrs. Smith",
      *    "Mr. Smith and Ms. Jones"), the first names when either
      *    honorific is missing -- a known-as name in place of the
      *    master's first name -- the family form past two members.
       BUILD-JOINT-SALUTATION.
           MOVE SPACES TO WS-SAL-NAME-PART
           EVALUATE TRUE
               WHEN WS-HH-OVERFLOW-SW = 'Y'
                   STRING FUNCTION TRIM(WS-HH-LAST(1)) " Family"
                       DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   END-STRING
               WHEN (FUNCTION TRIM(WS-HH-HONORIFIC(1)) = SPACES OR
                       FUNCTION TRIM(WS-HH-HONORIFIC(2)) = SPACES)
                       AND FUNCTION UPPER-CASE(WS-HH-LAST(1)) =
                           FUNCTION UPPER-CASE(WS-HH-LAST(2))
                   STRING FUNCTION TRIM(WS-HH-SAL-FIRST(1)) " and "
                           FUNCTION TRIM(WS-HH-SAL-FIRST(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(1))
                       DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   END-STRING
               WHEN FUNCTION TRIM(WS-HH-HONORIFIC(1)) = SPACES OR
                       FUNCTION TRIM(WS-HH-HONORIFIC(2)) = SPACES
                   STRING FUNCTION TRIM(WS-HH-SAL-FIRST(1)) " "
                           FUNCTION TRIM(WS-HH-LAST(1)) " and "
                           FUNCTION TRIM(WS-HH-SAL-FIRST(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(2))
                       DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   END-STRING
               WHEN FUNCTION UPPER-CASE(WS-HH-LAST(1)) =
                       FUNCTION UPPER-CASE(WS-HH-LAST(2))
                   STRING FUNCTION TRIM(WS-HH-HONORIFIC(1)) " and "
                           FUNCTION TRIM(WS-HH-HONORIFIC(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(1))
                       DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-HH-HONORIFIC(1)) " "
                           FUNCTION TRIM(WS-HH-LAST(1)) " and "
                           FUNCTION TRIM(WS-HH-HONORIFIC(2)) " "
                           FUNCTION TRIM(WS-HH-LAST(2))
                       DELIMITED BY SIZE INTO WS-SAL-NAME-PART
                   END-STRING
           END-EVALUATE.

      *    Pick the head's country template (entry 1 is always the
      *    English default) and substitute the name for &NAME,
      *    keeping the template's own spacing and punctuation.
       RENDER-SALUTATION-LINE.
           MOVE 1 TO WS-SAL-LANG-HIT
           PERFORM VARYING WS-SAL-LANG-IDX FROM 2 BY 1
                   UNTIL WS-SAL-LANG-IDX > WS-SAL-LANG-COUNT
               IF WS-HH-COUNTRY = WS-SAL-COUNTRY(WS-SAL-LANG-IDX)
                   MOVE WS-SAL-LANG-IDX TO WS-SAL-LANG-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SAL-TOKEN-POS
           PERFORM VARYING WS-SAL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SAL-SCAN-IDX > 56
                       OR WS-SAL-TOKEN-POS > 0
               IF WS-SAL-TEMPLATE(WS-SAL-LANG-HIT)
                       (WS-SAL-SCAN-IDX:5) = '&NAME'
                   MOVE WS-SAL-SCAN-IDX TO WS-SAL-TOKEN-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SAL-RENDERED
           IF WS-SAL-TOKEN-POS = 0
               STRING FUNCTION TRIM(
                           WS-SAL-TEMPLATE(WS-SAL-LANG-HIT))
                       " " WS-SAL-NAME-PART
                   DELIMITED BY SIZE INTO WS-SAL-RENDERED
               END-STRING
           ELSE
               COMPUTE WS-SAL-SUFFIX-START = WS-SAL-TOKEN-POS + 5
               IF WS-SAL-TOKEN-POS = 1
                   STRING FUNCTION TRIM(WS-SAL-NAME-PART)
                           WS-SAL-TEMPLATE(WS-SAL-LANG-HIT)
                               (WS-SAL-SUFFIX-START:
                                   61 - WS-SAL-SUFFIX-START)
                       DELIMITED BY SIZE INTO WS-SAL-RENDERED
                   END-STRING
               ELSE
                   STRING WS-SAL-TEMPLATE(WS-SAL-LANG-HIT)
                               (1:WS-SAL-TOKEN-POS - 1)
                           FUNCTION TRIM(WS-SAL-NAME-PART)
                           WS-SAL-TEMPLATE(WS-SAL-LANG-HIT)
                               (WS-SAL-SUFFIX-START:
                                   61 - WS-SAL-SUFFIX-START)
                       DELIMITED BY SIZE INTO WS-SAL-RENDERED
                   END-STRING
               END-IF
           END-IF.

       LOAD-SALUTATION-LANGS.
           MOVE 1 TO WS-SAL-LANG-COUNT
           MOVE SPACES TO WS-SAL-COUNTRY(1)
           MOVE 'Dear &NAME:' TO WS-SAL-TEMPLATE(1)
           OPEN INPUT SALUTATION-LANGS-FILE
           IF WS-SLG-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-SAL-LANG-COUNT >= WS-SAL-LANG-MAX
                   READ SALUTATION-LANGS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(SALUTATION-LANGS-RECORD)
                                   NOT = SPACES
                               AND SALUTATION-LANGS-RECORD(1:1)
                                   NOT = '*'
                               ADD 1 TO WS-SAL-LANG-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   SALUTATION-LANGS-RECORD(1:2))
                                   TO WS-SAL-COUNTRY(
                                       WS-SAL-LANG-COUNT)
                               MOVE SALUTATION-LANGS-RECORD(4:60)
                                   TO WS-SAL-TEMPLATE(
                                       WS-SAL-LANG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALUTATION-LANGS-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       WRITE-HOUSEHOLD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               STRING "Suppressed      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ADDRESSEE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Addressee lines : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-NAME-ONLY-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Name only       : " WS-NUM-EDIT
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-5) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-6) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                   WHEN WS-PARM-WORK(1:9) = 'SUPPRESS='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-SUPPRESS-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSEE='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-ADDRESSEE-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'GROUP='
                       MOVE WS-PARM-WORK(7:7) TO WS-GROUP-MODE
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
