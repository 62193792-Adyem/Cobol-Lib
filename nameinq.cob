      *    directly in the master, either as a console one-off
      *    (CUSTID= PARM, result DISPLAYed) or as a batch pass
      *    (a request file of ids, one per line in the leading 10
      *    bytes, answered into a response report). Every answer
      *    carries the customer's lifecycle status from the master
      *    (ACTIVE, DECEASED, CLOSED, PENDPURG, RETIRED) and the
      *    date it took effect, so the call center sees at once a
      *    customer who must not be contacted.
      *    A caller who has no id to give is found by reverse lookup
      *    instead: PHONE=, EMAIL= or ADDRESS= (or a T:, E: or A:
      *    request line) searches FT-CONTACT's and FT-ADDRESS's side
      *    indexes and answers with every customer id carrying that
      *    phone, email or address, each with the name and status
      *    the master holds -- a number shared by a household lists
      *    the whole household, not whoever happened to be first.
      *    The surname, sounds-like and pattern searches also look
      *    through the customers' alternate names (maiden, former,
      *    known-as, alternate spelling), so a caller who still gives
      *    the surname they married out of is found, the answer line
      *    saying which name matched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-SEARCH-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIX-STAT.
      *    FT-NAME's alternate names (ALIAS-RECORD.cpy), loaded into
      *    the search table behind the index lines: the alternate's
      *    surname and its Soundex, and its display name tagged with
      *    the kind of name it is. A missing file adds nothing.
           SELECT ALIASES-FILE ASSIGN TO DYNAMIC
               WS-ALIASES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STAT.
      *    FT-NAME's effective-dated name history (id 1-10, from
      *    12-19, to 21-28, superseded name 30-275, writing run id
      *    277-290), behind the H: timeline request type -- "what
               WS-NAME-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NHS-STAT.
      *    The reverse-lookup side indexes: FT-CONTACT's (type 1 'P'
      *    or 'E', key 3-82, id 84-93) and FT-ADDRESS's (ZIP 1-5,
      *    house number 7-16, upper-cased street 18-77, id 79-88).
           SELECT CONTACT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIX-STAT.
           SELECT ADDRESS-INDEX-FILE ASSIGN TO DYNAMIC
               WS-ADDR-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SEARCH-INDEX-FILE.
       01  SEARCH-INDEX-RECORD    PIC X(140).

       FD  ALIASES-FILE.
       01  ALIASES-RECORD.
           COPY "ALIAS-RECORD.cpy".

       FD  NAME-HISTORY-FILE.
       01  NAME-HISTORY-RECORD    PIC X(300).

       FD  CONTACT-INDEX-FILE.
       01  CONTACT-INDEX-RECORD   PIC X(93).

       FD  ADDRESS-INDEX-FILE.
       01  ADDRESS-INDEX-RECORD   PIC X(88).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-REQ-STAT      PIC XX VALUE SPACES.
       77  WS-RSP-STAT      PIC XX VALUE SPACES.
       77  WS-MXR-STAT      PIC XX VALUE SPACES.
       77  WS-SIX-STAT      PIC XX VALUE SPACES.
       77  WS-ALS-STAT      PIC XX VALUE SPACES.
       77  WS-NHS-STAT      PIC XX VALUE SPACES.
       77  WS-CIX-STAT      PIC XX VALUE SPACES.
       77  WS-AIX-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.
       77  WS-XREF-IDX      PIC 9(5) COMP.
       77  WS-SRCH-IDX      PIC 9(5) COMP.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH      PIC X VALUE 'N'.
           88  MASTER-RECORD-FOUND  VALUE 'Y'.
       01  WS-STATUS-TEXT.
           05  WS-STATUS-WORD       PIC X(8) VALUE SPACES.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-STATUS-WHEN       PIC X(8) VALUE SPACES.
       01  WS-REQUEST-COUNT     PIC 9(9) VALUE 0.
       01  WS-FOUND-COUNT       PIC 9(9) VALUE 0.
       01  WS-NOTFOUND-COUNT    PIC 9(9) VALUE 0.
               10  WS-SRCH-PHONKEY  PIC X(8).
               10  WS-SRCH-CUST-ID  PIC X(10).
               10  WS-SRCH-DISPLAY  PIC X(80).
       01  WS-ALIASES-FILENAME  PIC X(100)
                                VALUE 'name_aliases.txt'.
       01  WS-ALIAS-TAG         PIC X(14) VALUE SPACES.
       01  WS-ALIAS-PTR         PIC 9(4) COMP VALUE 1.
       01  WS-SURNAME-ARG       PIC X(30) VALUE SPACES.
       01  WS-SOUNDEX-ARG       PIC X(4) VALUE SPACES.
       01  WS-CAND-COUNT        PIC 9(5) VALUE 0.
       01  WS-HISTORY-MODE-SW   PIC X VALUE 'N'.
           88  IS-HISTORY-LOOKUP    VALUE 'Y'.

      *    Reverse-lookup state -- see the CONTACT-INDEX-FILE and
      *    ADDRESS-INDEX-FILE SELECT note. The argument folds to the
      *    form the index carries: a phone to its 10 digits (a
      *    leading 1 on 11 dropped), an email to lower case, an
      *    address ("ZIP house street") to its ZIP, house number and
      *    upper-cased street. The street matches on its leading
      *    characters, so "OAK" finds OAK LN however the suffix was
      *    normalized; without a street, the ZIP and house number
      *    alone decide. Each query collapses duplicate ids through
      *    the seen-table the surname search uses.
       01  WS-CONTACT-IDX-FILENAME PIC X(100)
                                VALUE 'contact_search.idx'.
       01  WS-ADDR-IDX-FILENAME PIC X(100)
                                VALUE 'address_search.idx'.
       01  WS-REVERSE-MODE      PIC X(1) VALUE SPACE.
           88  REVERSE-BY-PHONE     VALUE 'T'.
           88  REVERSE-BY-EMAIL     VALUE 'E'.
           88  REVERSE-BY-ADDRESS   VALUE 'A'.
       01  WS-REVERSE-ARG       PIC X(90) VALUE SPACES.
       01  WS-REVERSE-KEY       PIC X(80) VALUE SPACES.
       01  WS-REVERSE-OK-SW     PIC X VALUE 'N'.
           88  REVERSE-ARG-USABLE   VALUE 'Y'.
       01  WS-REV-DIGITS        PIC X(20) VALUE SPACES.
       01  WS-REV-DIGIT-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-REV-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-REV-PTR           PIC 9(4) COMP VALUE 0.
       01  WS-REV-ZIP           PIC X(10) VALUE SPACES.
       01  WS-REV-HOUSE         PIC X(10) VALUE SPACES.
       01  WS-REV-STREET        PIC X(60) VALUE SPACES.
       01  WS-REV-STREET-LEN    PIC 9(4) COMP VALUE 0.
       01  WS-REV-CUST-ID       PIC X(10) VALUE SPACES.
       01  WS-REV-EOF-SW        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           END-IF

           EVALUATE TRUE
               WHEN WS-REVERSE-MODE NOT = SPACE
                   PERFORM CONSOLE-REVERSE-LOOKUP
               WHEN IS-HISTORY-LOOKUP
                   MOVE WS-HISTORY-CUST-ID TO WS-LOOKUP-CUST-ID
                   DISPLAY "Name timeline for " WS-LOOKUP-CUST-ID
      *    way the call center wants it.
       CONSOLE-ONE-OFF-LOOKUP.
           PERFORM LOOK-UP-ONE-CUSTOMER
           PERFORM PASS-OVER-MERGED-RECORD
           IF MASTER-RECORD-FOUND
               DISPLAY "Customer " WS-LOOKUP-CUST-ID " name on file: "
                   FUNCTION TRIM(MASTER-NAME-TEXT)
               PERFORM BUILD-STATUS-TEXT
               DISPLAY "Customer " WS-LOOKUP-CUST-ID " status: "
                   WS-STATUS-TEXT
           ELSE
               PERFORM CHECK-MERGE-REDIRECT
               IF ID-WAS-MERGED
               END-IF
           END-IF.

      *    PHONE=, EMAIL= or ADDRESS= from the PARM, answered to the
      *    console one matching customer per line.
       CONSOLE-REVERSE-LOOKUP.
           DISPLAY "Customers matching "
               FUNCTION TRIM(WS-REVERSE-ARG)
           PERFORM RUN-ONE-REVERSE-LOOKUP
           DISPLAY "Candidates: " WS-CAND-COUNT
           IF WS-CAND-COUNT = 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       BATCH-REQUEST-LOOKUPS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STAT NOT = "00"
                               PERFORM ANSWER-ONE-SEARCH-REQUEST
                           WHEN REQUEST-RECORD(1:2) = 'H:'
                               PERFORM ANSWER-ONE-HISTORY-REQUEST
                           WHEN REQUEST-RECORD(1:2) = 'T:'
                                   OR REQUEST-RECORD(1:2) = 'E:'
                                   OR REQUEST-RECORD(1:2) = 'A:'
                               PERFORM ANSWER-ONE-REVERSE-REQUEST
                           WHEN FUNCTION TRIM(REQUEST-RECORD(1:10))
                                   NOT = SPACES
                               PERFORM ANSWER-ONE-REQUEST
           ADD 1 TO WS-REQUEST-COUNT
           MOVE REQUEST-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           PERFORM LOOK-UP-ONE-CUSTOMER
           PERFORM PASS-OVER-MERGED-RECORD
           MOVE SPACES TO RESPONSE-RECORD
           IF MASTER-RECORD-FOUND
               ADD 1 TO WS-FOUND-COUNT
               PERFORM BUILD-STATUS-TEXT
               STRING WS-LOOKUP-CUST-ID DELIMITED BY SIZE
                       " FOUND     " DELIMITED BY SIZE
                       WS-STATUS-TEXT " " DELIMITED BY SIZE
                       FUNCTION TRIM(MASTER-NAME-TEXT)
                           DELIMITED BY SIZE
                   INTO RESPONSE-RECORD
                   WS-RSP-STAT
           END-IF.

      *    Status word and effective date for the record just read.
      *    A blank code predates status on the master and is active.
       BUILD-STATUS-TEXT.
           MOVE MASTER-STATUS-DATE TO WS-STATUS-WHEN
           EVALUATE MASTER-STATUS-CODE
               WHEN 'D'
                   MOVE 'DECEASED' TO WS-STATUS-WORD
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-STATUS-WORD
               WHEN 'P'
                   MOVE 'PENDPURG' TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'RETIRED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
           END-EVALUATE.

      *    Fold the id to the master's relative slot and read it. A
      *    slot that exists but holds a different MASTER-CUST-ID is a
      *    hash-fold neighbor, not this customer -- report NOT-FOUND
                   END-IF
           END-READ.

      *    FT-MERGE leaves the retired customer's record on the
      *    master with status R. When the xref names its survivor
      *    the record is treated as not found, so the inquiry
      *    follows the merge exactly as it did when the record was
      *    removed; an R record with no xref line shows as RETIRED.
       PASS-OVER-MERGED-RECORD.
           IF MASTER-RECORD-FOUND AND MASTER-STATUS-CODE = 'R'
               PERFORM CHECK-MERGE-REDIRECT
               IF ID-WAS-MERGED
                   MOVE 'N' TO WS-FOUND-SWITCH
               END-IF
           END-IF.

      *    Byte-identical to name.cob's COMPUTE-MASTER-RELATIVE-KEY,
      *    folding the 10-byte id into the bounded numeric slot the
      *    RELATIVE organization requires.
               CLOSE SEARCH-INDEX-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           PERFORM LOAD-ALIAS-SEARCH-ENTRIES
           MOVE 'Y' TO WS-SEARCH-LOADED-SW.

      *    One search entry per alternate name, keyed the way
      *    FT-NAME keys an index line: the upper-cased surname, and
      *    the surname's Soundex in the first half of the phonetic
      *    key.
       LOAD-ALIAS-SEARCH-ENTRIES.
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALS-STAT NOT = "00"
               DISPLAY "Alternate names not readable. STATUS="
                   WS-ALS-STAT " FILE="
                   FUNCTION TRIM(WS-ALIASES-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALIASES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ALIAS-CUST-ID NOT = SPACES
                               AND ALIAS-LAST-NAME NOT = SPACES
                           PERFORM KEEP-ONE-ALIAS-SEARCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIASES-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       KEEP-ONE-ALIAS-SEARCH-ENTRY.
           IF WS-SRCH-COUNT >= WS-SRCH-MAX
               DISPLAY "WARNING: search index truncated at "
                   WS-SRCH-MAX " lines"
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRCH-COUNT
           MOVE FUNCTION UPPER-CASE(ALIAS-LAST-NAME(1:30))
               TO WS-SRCH-SURNAME(WS-SRCH-COUNT)
           MOVE SPACES TO WS-SNDX-BUF
           MOVE ALIAS-LAST-NAME TO WS-SNDX-BUF(1:80)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ALIAS-LAST-NAME))
               TO WS-SNDX-LEN
           CALL 'STRSOUNDEX' USING WS-SOUNDEX-ARG WS-SNDX
           MOVE SPACES TO WS-SRCH-PHONKEY(WS-SRCH-COUNT)
           MOVE WS-SOUNDEX-ARG TO WS-SRCH-PHONKEY(WS-SRCH-COUNT)(1:4)
           MOVE ALIAS-CUST-ID TO WS-SRCH-CUST-ID(WS-SRCH-COUNT)
           EVALUATE TRUE
               WHEN ALIAS-IS-MAIDEN
                   MOVE "(MAIDEN NAME)" TO WS-ALIAS-TAG
               WHEN ALIAS-IS-FORMER
                   MOVE "(FORMER NAME)" TO WS-ALIAS-TAG
               WHEN ALIAS-IS-KNOWN-AS
                   MOVE "(KNOWN AS)" TO WS-ALIAS-TAG
               WHEN OTHER
                   MOVE "(ALT SPELLING)" TO WS-ALIAS-TAG
           END-EVALUATE
           MOVE SPACES TO WS-SRCH-DISPLAY(WS-SRCH-COUNT)
           MOVE 1 TO WS-ALIAS-PTR
           STRING FUNCTION TRIM(ALIAS-DISPLAY-NAME) " "
                   FUNCTION TRIM(WS-ALIAS-TAG)
               DELIMITED BY SIZE
               INTO WS-SRCH-DISPLAY(WS-SRCH-COUNT)
               WITH POINTER WS-ALIAS-PTR
           END-STRING.

      *    A reverse-lookup request line: "T:" then a phone, "E:"
      *    then an email, "A:" then ZIP, house number and street.
       ANSWER-ONE-REVERSE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE REQUEST-RECORD(1:1) TO WS-REVERSE-MODE
           MOVE REQUEST-RECORD(3:78) TO WS-REVERSE-ARG
           MOVE SPACES TO RESPONSE-RECORD
           STRING "REVERSE " REQUEST-RECORD(1:2) " "
                   FUNCTION TRIM(WS-REVERSE-ARG)
               DELIMITED BY SIZE INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           PERFORM RUN-ONE-REVERSE-LOOKUP
           IF WS-CAND-COUNT = 0
               ADD 1 TO WS-NOTFOUND-COUNT
               MOVE "  (no candidates)" TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           ELSE
               ADD 1 TO WS-FOUND-COUNT
           END-IF
           MOVE SPACE TO WS-REVERSE-MODE.

      *    One sequential pass of the index the mode names; every
      *    line whose key matches the folded argument reports its
      *    customer. The indexes are read per query rather than
      *    loaded -- a reverse lookup is one or two questions a call,
      *    not a batch of thousands.
       RUN-ONE-REVERSE-LOOKUP.
           MOVE 0 TO WS-CAND-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           PERFORM FOLD-REVERSE-ARGUMENT
           IF NOT REVERSE-ARG-USABLE
               IF IS-CONSOLE-LOOKUP OR WS-RSP-STAT NOT = "00"
                   DISPLAY "  (unusable lookup value)"
               ELSE
                   MOVE "  (unusable lookup value)" TO RESPONSE-RECORD
                   WRITE RESPONSE-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF REVERSE-BY-ADDRESS
               OPEN INPUT ADDRESS-INDEX-FILE
               IF WS-AIX-STAT NOT = "00"
                   DISPLAY "Address search index not readable. STATUS="
                       WS-AIX-STAT " FILE="
                       FUNCTION TRIM(WS-ADDR-IDX-FILENAME)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-REV-EOF-SW
               PERFORM UNTIL WS-REV-EOF-SW = 'Y'
                   READ ADDRESS-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-REV-EOF-SW
                       NOT AT END
                           PERFORM MATCH-ONE-ADDRESS-INDEX-LINE
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-INDEX-FILE
           ELSE
               OPEN INPUT CONTACT-INDEX-FILE
               IF WS-CIX-STAT NOT = "00"
                   DISPLAY "Contact search index not readable. STATUS="
                       WS-CIX-STAT " FILE="
                       FUNCTION TRIM(WS-CONTACT-IDX-FILENAME)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-REV-EOF-SW
               PERFORM UNTIL WS-REV-EOF-SW = 'Y'
                   READ CONTACT-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-REV-EOF-SW
                       NOT AT END
                           IF (REVERSE-BY-PHONE AND
                                   CONTACT-INDEX-RECORD(1:1) = 'P'
                                   OR REVERSE-BY-EMAIL AND
                                   CONTACT-INDEX-RECORD(1:1) = 'E')
                                   AND CONTACT-INDEX-RECORD(3:80) =
                                       WS-REVERSE-KEY
                               MOVE CONTACT-INDEX-RECORD(84:10)
                                   TO WS-REV-CUST-ID
                               PERFORM REPORT-REVERSE-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-INDEX-FILE
           END-IF.

       MATCH-ONE-ADDRESS-INDEX-LINE.
           IF ADDRESS-INDEX-RECORD(1:5) = WS-REV-ZIP(1:5)
                   AND ADDRESS-INDEX-RECORD(7:10) = WS-REV-HOUSE
               IF WS-REV-STREET-LEN = 0
                   MOVE ADDRESS-INDEX-RECORD(79:10) TO WS-REV-CUST-ID
                   PERFORM REPORT-REVERSE-CANDIDATE
               ELSE
                   IF ADDRESS-INDEX-RECORD(18:WS-REV-STREET-LEN) =
                           WS-REV-STREET(1:WS-REV-STREET-LEN)
                       MOVE ADDRESS-INDEX-RECORD(79:10)
                           TO WS-REV-CUST-ID
                       PERFORM REPORT-REVERSE-CANDIDATE
                   END-IF
               END-IF
           END-IF.

      *    See the reverse-lookup state note for the folded forms.
       FOLD-REVERSE-ARGUMENT.
           MOVE 'N' TO WS-REVERSE-OK-SW
           MOVE SPACES TO WS-REVERSE-KEY
           EVALUATE TRUE
               WHEN REVERSE-BY-PHONE
                   MOVE SPACES TO WS-REV-DIGITS
                   MOVE 0 TO WS-REV-DIGIT-COUNT
                   PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                           UNTIL WS-REV-IDX > 90
                       IF WS-REVERSE-ARG(WS-REV-IDX:1) IS NUMERIC
                               AND WS-REV-DIGIT-COUNT < 20
                           ADD 1 TO WS-REV-DIGIT-COUNT
                           MOVE WS-REVERSE-ARG(WS-REV-IDX:1)
                               TO WS-REV-DIGITS(WS-REV-DIGIT-COUNT:1)
                       END-IF
                   END-PERFORM
                   IF WS-REV-DIGIT-COUNT = 11 AND
                           WS-REV-DIGITS(1:1) = '1'
                       MOVE WS-REV-DIGITS(2:10) TO WS-REVERSE-KEY
                       MOVE 10 TO WS-REV-DIGIT-COUNT
                   ELSE
                       MOVE WS-REV-DIGITS(1:10) TO WS-REVERSE-KEY
                   END-IF
                   IF WS-REV-DIGIT-COUNT = 10
                       MOVE 'Y' TO WS-REVERSE-OK-SW
                   END-IF
               WHEN REVERSE-BY-EMAIL
                   MOVE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-REVERSE-ARG)) TO WS-REVERSE-KEY
                   IF WS-REVERSE-KEY NOT = SPACES
                       MOVE 'Y' TO WS-REVERSE-OK-SW
                   END-IF
               WHEN REVERSE-BY-ADDRESS
                   MOVE SPACES TO WS-REV-ZIP WS-REV-HOUSE
                       WS-REV-STREET
                   MOVE 0 TO WS-REV-STREET-LEN
                   MOVE 1 TO WS-REV-PTR
                   MOVE FUNCTION TRIM(WS-REVERSE-ARG) TO WS-REVERSE-ARG
                   UNSTRING WS-REVERSE-ARG DELIMITED BY ALL SPACE
                       INTO WS-REV-ZIP WS-REV-HOUSE
                       WITH POINTER WS-REV-PTR
                   END-UNSTRING
                   IF WS-REV-PTR <= 90
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-REVERSE-ARG(WS-REV-PTR:)))
                           TO WS-REV-STREET
                   END-IF
                   IF WS-REV-STREET NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           WS-REV-STREET)) TO WS-REV-STREET-LEN
                   END-IF
                   IF WS-REV-ZIP(1:5) IS NUMERIC
                           AND WS-REV-HOUSE NOT = SPACES
                       MOVE 'Y' TO WS-REVERSE-OK-SW
                   END-IF
           END-EVALUATE.

      *    One matching index line's customer: collapsed against the
      *    ids already answered, followed through a merge to the
      *    survivor, and shown with the master's name and status.
       REPORT-REVERSE-CANDIDATE.
           MOVE 'N' TO WS-MERGE-SWITCH
           MOVE WS-REV-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM LOOK-UP-ONE-CUSTOMER
           PERFORM PASS-OVER-MERGED-RECORD
           IF NOT MASTER-RECORD-FOUND
               PERFORM CHECK-MERGE-REDIRECT
               IF ID-WAS-MERGED
                   MOVE WS-MERGED-TO-ID TO WS-LOOKUP-CUST-ID
                   PERFORM LOOK-UP-ONE-CUSTOMER
               END-IF
           END-IF
           MOVE 'N' TO WS-SEEN-HIT-SW
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-LOOKUP-CUST-ID = WS-SEEN-ENTRY(WS-SEEN-IDX)
                   MOVE 'Y' TO WS-SEEN-HIT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEEN-HIT-SW = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-LOOKUP-CUST-ID TO WS-SEEN-ENTRY(WS-SEEN-COUNT)
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE SPACES TO RESPONSE-RECORD
           IF MASTER-RECORD-FOUND
               PERFORM BUILD-STATUS-TEXT
               STRING "  " WS-LOOKUP-CUST-ID " " WS-STATUS-TEXT " "
                       FUNCTION TRIM(MASTER-NAME-TEXT)
                   DELIMITED BY SIZE INTO RESPONSE-RECORD
               END-STRING
           ELSE
               STRING "  " WS-LOOKUP-CUST-ID
                       " (not on the name master)"
                   DELIMITED BY SIZE INTO RESPONSE-RECORD
               END-STRING
           END-IF
           IF ID-WAS-MERGED AND WS-REV-CUST-ID NOT = WS-LOOKUP-CUST-ID
               STRING FUNCTION TRIM(RESPONSE-RECORD TRAILING)
                       "  (via merged " WS-REV-CUST-ID ")"
                   DELIMITED BY SIZE INTO RESPONSE-RECORD
               END-STRING
           END-IF
           IF IS-CONSOLE-LOOKUP OR WS-RSP-STAT NOT = "00"
               DISPLAY FUNCTION TRIM(RESPONSE-RECORD TRAILING)
           ELSE
               WRITE RESPONSE-RECORD
           END-IF.

      *    One hop through the loaded xref: FT-MERGE refuses chains
      *    (a survivor that is itself retired never gets written), so
      *    a single lookup is the whole redirect. FT-ERASE tombstones
      *    (survivor ERASED) are not merges and never redirect.
       CHECK-MERGE-REDIRECT.
           MOVE 'N' TO WS-MERGE-SWITCH
           MOVE SPACES TO WS-MERGED-TO-ID
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-LOOKUP-CUST-ID = WS-XREF-RETIRED(WS-XREF-IDX)
                       AND WS-XREF-SURVIVOR(WS-XREF-IDX) NOT = 'ERASED'
                   MOVE 'Y' TO WS-MERGE-SWITCH
                   MOVE WS-XREF-SURVIVOR(WS-XREF-IDX)
                       TO WS-MERGED-TO-ID
                   WHEN WS-PARM-WORK(1:8) = 'PATTERN='
                       MOVE 'W' TO WS-SEARCH-MODE
                       MOVE WS-PARM-WORK(9:60) TO WS-SEARCH-ARG
                   WHEN WS-PARM-WORK(1:6) = 'PHONE='
                       MOVE 'T' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(7:90) TO WS-REVERSE-ARG
                   WHEN WS-PARM-WORK(1:6) = 'EMAIL='
                       MOVE 'E' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(7:90) TO WS-REVERSE-ARG
                   WHEN WS-PARM-WORK(1:8) = 'ADDRESS='
                       MOVE 'A' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(9:90) TO WS-REVERSE-ARG
                   WHEN WS-PARM-WORK(1:8) = 'HISTORY='
                       MOVE WS-PARM-WORK(9:10)
                           TO WS-HISTORY-CUST-ID
