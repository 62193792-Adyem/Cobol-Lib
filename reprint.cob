       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-REPRINT.

      *    Letter reprint from a retained FT-LETTER print stream. The
      *    stream's page index (letter_page_index.txt: id, run id,
      *    first page, page count, template) says which pages are
      *    whose, so a jam at the print shop or a customer who says
      *    the letter never came costs exactly those letters, not a
      *    regenerated run. Letters are picked by either or both of:
      *      IDS=file     customer ids, one per line in columns 1-10
      *                   (FT-LISTPULL's selected-id layout), for the
      *                   "never came" calls;
      *      PAGES=n-m    a page range from the shop's jam report
      *                   (PAGES=n for one page); every letter with
      *                   any page in the range is pulled whole, as a
      *                   half letter cannot be mailed.
      *    STREAM= and INDEX= name the retained pair (defaults are
      *    FT-LETTER's). The chosen letters are copied, in stream
      *    order and byte for byte, behind a reprint banner page to
      *    letter_reprint_stream.txt (OUTPUT=), numbered afresh from
      *    the banner as page 1, and a page index of the reprint in
      *    FT-LETTER's layout goes to letter_reprint_index.txt
      *    (REPRINT-INDEX=) so a jam in the reprint can be pulled the
      *    same way. The control report (REPORT=) lists each letter
      *    with its old and new pages, and any requested id the index
      *    does not hold.
      *    A stream that does not agree with its index -- a different
      *    page total -- is not trusted: nothing is pulled and the run
      *    ends 8. Return code 4 when a requested id is not in the
      *    stream or nothing was selected; 12 when the index, stream,
      *    id list or output cannot be opened, or no selection was
      *    given.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGE-INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STAT.
           SELECT PRINT-STREAM-FILE ASSIGN TO DYNAMIC
               WS-STREAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STAT.
           SELECT ID-LIST-FILE ASSIGN TO DYNAMIC WS-IDS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDS-STAT.
           SELECT REPRINT-STREAM-FILE ASSIGN TO DYNAMIC
               WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STAT.
           SELECT REPRINT-INDEX-FILE ASSIGN TO DYNAMIC
               WS-REPRINT-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIX-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as FT-LETTER's page index.
       FD  PAGE-INDEX-FILE.
       01  PAGE-INDEX-RECORD.
           05  PIX-CUST-ID          PIC X(10).
           05  FILLER               PIC X.
           05  PIX-RUN-ID           PIC X(14).
           05  FILLER               PIC X.
           05  PIX-START-PAGE       PIC 9(9).
           05  FILLER               PIC X.
           05  PIX-PAGE-COUNT       PIC 9(5).
           05  FILLER               PIC X.
           05  PIX-TEMPLATE         PIC X(100).

      *    ASA carriage control in column 1: '1' page eject, ' '
      *    single space.
       FD  PRINT-STREAM-FILE.
       01  PRINT-STREAM-RECORD      PIC X(133).

       FD  ID-LIST-FILE.
       01  ID-LIST-RECORD           PIC X(30).

       FD  REPRINT-STREAM-FILE.
       01  REPRINT-STREAM-RECORD    PIC X(133).

       FD  REPRINT-INDEX-FILE.
       01  REPRINT-INDEX-RECORD.
           05  RIX-CUST-ID          PIC X(10).
           05  FILLER               PIC X.
           05  RIX-RUN-ID           PIC X(14).
           05  FILLER               PIC X.
           05  RIX-START-PAGE       PIC 9(9).
           05  FILLER               PIC X.
           05  RIX-PAGE-COUNT       PIC 9(5).
           05  FILLER               PIC X.
           05  RIX-TEMPLATE         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-IDX-STAT      PIC XX VALUE SPACES.
       77  WS-PRT-STAT      PIC XX VALUE SPACES.
       77  WS-IDS-STAT      PIC XX VALUE SPACES.
       77  WS-OUT-STAT      PIC XX VALUE SPACES.
       77  WS-RIX-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-INDEX-FILENAME    PIC X(100)
                                VALUE 'letter_page_index.txt'.
       01  WS-STREAM-FILENAME   PIC X(100)
                                VALUE 'letter_print_stream.txt'.
       01  WS-IDS-FILENAME      PIC X(100) VALUE SPACES.
       01  WS-OUTPUT-FILENAME   PIC X(100)
                                VALUE 'letter_reprint_stream.txt'.
       01  WS-REPRINT-INDEX-FILENAME PIC X(100)
                                VALUE 'letter_reprint_index.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'letter_reprint_report.txt'.
       01  WS-RUN-DATE          PIC X(8).

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-7      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-PAGE-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
       01  WS-RANGE-FROM-EDIT   PIC Z(8)9.
       01  WS-RANGE-TO-EDIT     PIC Z(8)9.

      *    Page-range selection (PAGES= PARM).
       01  WS-PAGES-TEXT        PIC X(30) VALUE SPACES.
       01  WS-PAGES-FROM-TEXT   PIC X(12) VALUE SPACES.
       01  WS-PAGES-TO-TEXT     PIC X(12) VALUE SPACES.
       01  WS-PAGES-FROM        PIC 9(9) VALUE 0.
       01  WS-PAGES-TO          PIC 9(9) VALUE 0.
       01  WS-PAGES-SW          PIC X VALUE 'N'.
           88  PAGE-RANGE-GIVEN     VALUE 'Y'.
       01  WS-LETTER-LAST-PAGE  PIC 9(9) VALUE 0.

      *    The index held whole; each letter marked when chosen.
       01  WS-LETTER-COUNT      PIC 9(5) COMP VALUE 0.
       01  WS-LETTER-MAX        PIC 9(5) COMP VALUE 20000.
       01  WS-LETTER-TABLE.
           05  WS-LETTER-ENTRY OCCURS 20000 TIMES.
               10  WS-LTR-CUST-ID   PIC X(10).
               10  WS-LTR-RUN-ID    PIC X(14).
               10  WS-LTR-START     PIC 9(9).
               10  WS-LTR-PAGES     PIC 9(5).
               10  WS-LTR-TEMPLATE  PIC X(100).
               10  WS-LTR-PICKED    PIC X.
                   88  LETTER-PICKED    VALUE 'Y'.
               10  WS-LTR-NEW-START PIC 9(9).
       01  WS-INDEX-PAGES       PIC 9(9) VALUE 0.

      *    Requested ids the index does not hold.
       01  WS-REQUEST-COUNT     PIC 9(9) VALUE 0.
       01  WS-REQUEST-HIT-SW    PIC X VALUE 'N'.
           88  REQUEST-FOUND        VALUE 'Y'.
       01  WS-UNKNOWN-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-UNKNOWN-MAX       PIC 9(5) COMP VALUE 200.
       01  WS-UNKNOWN-TABLE.
           05  WS-UNKNOWN-ID OCCURS 200 TIMES PIC X(10).
       01  WS-UNKNOWN-TOTAL     PIC 9(9) VALUE 0.

      *    Stream walk state.
       01  WS-STREAM-PAGE       PIC 9(9) VALUE 0.
       01  WS-CUR-LETTER        PIC 9(5) COMP VALUE 0.
       01  WS-NEW-PAGE          PIC 9(9) VALUE 0.
       01  WS-PICKED-COUNT      PIC 9(9) VALUE 0.
       01  WS-PICKED-PAGES      PIC 9(9) VALUE 0.
       01  WS-STREAM-AGREES-SW  PIC X VALUE 'Y'.
           88  STREAM-AGREES        VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           IF WS-IDS-FILENAME = SPACES AND NOT PAGE-RANGE-GIVEN
               DISPLAY "FT-REPRINT: give IDS= and/or PAGES= to say "
                   "which letters to reprint"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PAGE-INDEX
           IF WS-IDX-STAT NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IDS-FILENAME NOT = SPACES
               PERFORM PICK-LETTERS-BY-ID
               IF WS-IDS-STAT NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF PAGE-RANGE-GIVEN
               PERFORM PICK-LETTERS-BY-PAGE
           END-IF

           PERFORM COUNT-STREAM-PAGES
           IF WS-PRT-STAT NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STREAM-PAGE NOT = WS-INDEX-PAGES
               MOVE 'N' TO WS-STREAM-AGREES-SW
           END-IF

           IF STREAM-AGREES AND WS-PICKED-COUNT > 0
               PERFORM COPY-PICKED-LETTERS
               IF WS-OUT-STAT NOT = "00" OR WS-PRT-STAT NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM WRITE-REPRINT-REPORT
           DISPLAY "FT-REPRINT: letters=" WS-PICKED-COUNT
               " pages=" WS-PICKED-PAGES
               " not-in-stream=" WS-UNKNOWN-TOTAL
           EVALUATE TRUE
               WHEN NOT STREAM-AGREES
                   DISPLAY "FT-REPRINT: stream has " WS-STREAM-PAGE
                       " pages, index describes " WS-INDEX-PAGES
                       " - nothing reprinted"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNKNOWN-TOTAL > 0 OR WS-PICKED-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-PAGE-INDEX.
           MOVE 0 TO WS-LETTER-COUNT WS-INDEX-PAGES
           OPEN INPUT PAGE-INDEX-FILE
           IF WS-IDX-STAT NOT = "00"
               DISPLAY "Failed to open page index. STATUS="
                   WS-IDX-STAT " FILE="
                   FUNCTION TRIM(WS-INDEX-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-LETTER-COUNT >= WS-LETTER-MAX
               READ PAGE-INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PIX-CUST-ID NOT = SPACES
                               AND PIX-START-PAGE IS NUMERIC
                               AND PIX-PAGE-COUNT IS NUMERIC
                           ADD 1 TO WS-LETTER-COUNT
                           MOVE PIX-CUST-ID
                               TO WS-LTR-CUST-ID(WS-LETTER-COUNT)
                           MOVE PIX-RUN-ID
                               TO WS-LTR-RUN-ID(WS-LETTER-COUNT)
                           MOVE PIX-START-PAGE
                               TO WS-LTR-START(WS-LETTER-COUNT)
                           MOVE PIX-PAGE-COUNT
                               TO WS-LTR-PAGES(WS-LETTER-COUNT)
                           MOVE PIX-TEMPLATE
                               TO WS-LTR-TEMPLATE(WS-LETTER-COUNT)
                           MOVE 'N' TO WS-LTR-PICKED(WS-LETTER-COUNT)
                           MOVE 0 TO WS-LTR-NEW-START(WS-LETTER-COUNT)
                           ADD PIX-PAGE-COUNT TO WS-INDEX-PAGES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LETTER-COUNT >= WS-LETTER-MAX
               DISPLAY "WARNING: page index truncated at "
                   WS-LETTER-MAX " letters"
           END-IF
           CLOSE PAGE-INDEX-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    An id list that cannot be read stops the run rather than
      *    reprinting nothing and looking like success.
       PICK-LETTERS-BY-ID.
           OPEN INPUT ID-LIST-FILE
           IF WS-IDS-STAT NOT = "00"
               DISPLAY "Id list not readable. STATUS="
                   WS-IDS-STAT " FILE="
                   FUNCTION TRIM(WS-IDS-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ID-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ID-LIST-RECORD(1:10) NOT = SPACES
                           PERFORM PICK-ONE-REQUESTED-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ID-LIST-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    Every letter the customer has in the stream -- a household
      *    or a reprinted run can hold more than one.
       PICK-ONE-REQUESTED-ID.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE 'N' TO WS-REQUEST-HIT-SW
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LETTER-COUNT
               IF WS-LTR-CUST-ID(IDX) = ID-LIST-RECORD(1:10)
                   MOVE 'Y' TO WS-REQUEST-HIT-SW
                   PERFORM PICK-LETTER-AT-IDX
               END-IF
           END-PERFORM
           IF NOT REQUEST-FOUND
               ADD 1 TO WS-UNKNOWN-TOTAL
               IF WS-UNKNOWN-COUNT < WS-UNKNOWN-MAX
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE ID-LIST-RECORD(1:10)
                       TO WS-UNKNOWN-ID(WS-UNKNOWN-COUNT)
               END-IF
           END-IF.

       PICK-LETTERS-BY-PAGE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LETTER-COUNT
               COMPUTE WS-LETTER-LAST-PAGE =
                   WS-LTR-START(IDX) + WS-LTR-PAGES(IDX) - 1
               IF WS-LTR-START(IDX) <= WS-PAGES-TO
                       AND WS-LETTER-LAST-PAGE >= WS-PAGES-FROM
                   PERFORM PICK-LETTER-AT-IDX
               END-IF
           END-PERFORM.

       PICK-LETTER-AT-IDX.
           IF NOT LETTER-PICKED(IDX)
               MOVE 'Y' TO WS-LTR-PICKED(IDX)
               ADD 1 TO WS-PICKED-COUNT
               ADD WS-LTR-PAGES(IDX) TO WS-PICKED-PAGES
           END-IF.

      *    First pass: the stream's own page total, to hold it to
      *    the index before a single page is pulled.
       COUNT-STREAM-PAGES.
           MOVE 0 TO WS-STREAM-PAGE
           OPEN INPUT PRINT-STREAM-FILE
           IF WS-PRT-STAT NOT = "00"
               DISPLAY "Failed to open print stream. STATUS="
                   WS-PRT-STAT " FILE="
                   FUNCTION TRIM(WS-STREAM-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRINT-STREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PRINT-STREAM-RECORD(1:1) = '1'
                           ADD 1 TO WS-STREAM-PAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRINT-STREAM-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    Second pass: the banner, then every page of every chosen
      *    letter, in stream order. Letters sit back to back in the
      *    stream in index order, so one pointer walks the index as
      *    the pages go by.
       COPY-PICKED-LETTERS.
           OPEN OUTPUT REPRINT-STREAM-FILE
           IF WS-OUT-STAT NOT = "00"
               DISPLAY "Failed to open reprint stream. STATUS="
                   WS-OUT-STAT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRINT-STREAM-FILE
           IF WS-PRT-STAT NOT = "00"
               DISPLAY "Failed to reopen print stream. STATUS="
                   WS-PRT-STAT
               CLOSE REPRINT-STREAM-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPRINT-BANNER
           MOVE 0 TO WS-STREAM-PAGE
           MOVE 1 TO WS-CUR-LETTER
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRINT-STREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COPY-ONE-STREAM-LINE
               END-READ
           END-PERFORM
           CLOSE PRINT-STREAM-FILE
           CLOSE REPRINT-STREAM-FILE
           PERFORM WRITE-REPRINT-INDEX.

       COPY-ONE-STREAM-LINE.
           IF PRINT-STREAM-RECORD(1:1) = '1'
               ADD 1 TO WS-STREAM-PAGE
               PERFORM UNTIL WS-CUR-LETTER > WS-LETTER-COUNT
                       OR WS-STREAM-PAGE < WS-LTR-START(WS-CUR-LETTER)
                           + WS-LTR-PAGES(WS-CUR-LETTER)
                   ADD 1 TO WS-CUR-LETTER
               END-PERFORM
               IF WS-CUR-LETTER <= WS-LETTER-COUNT
                   IF LETTER-PICKED(WS-CUR-LETTER)
                       ADD 1 TO WS-NEW-PAGE
                       IF WS-STREAM-PAGE = WS-LTR-START(WS-CUR-LETTER)
                           MOVE WS-NEW-PAGE
                               TO WS-LTR-NEW-START(WS-CUR-LETTER)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CUR-LETTER > WS-LETTER-COUNT OR WS-STREAM-PAGE = 0
               EXIT PARAGRAPH
           END-IF
           IF LETTER-PICKED(WS-CUR-LETTER)
               MOVE PRINT-STREAM-RECORD TO REPRINT-STREAM-RECORD
               WRITE REPRINT-STREAM-RECORD
               IF WS-OUT-STAT NOT = "00"
                   DISPLAY "Write error on reprint stream. STATUS="
                       WS-OUT-STAT
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *    The banner is page 1 of the reprint: the print shop sees
      *    what it is holding before the first letter comes off.
       WRITE-REPRINT-BANNER.
           MOVE 1 TO WS-NEW-PAGE
           MOVE SPACES TO REPRINT-STREAM-RECORD
           MOVE '1' TO REPRINT-STREAM-RECORD(1:1)
           MOVE "*** REPRINT *** REPRINT *** REPRINT ***"
               TO REPRINT-STREAM-RECORD(2:39)
           WRITE REPRINT-STREAM-RECORD
           MOVE SPACES TO REPRINT-STREAM-RECORD
           WRITE REPRINT-STREAM-RECORD
           MOVE SPACES TO REPRINT-STREAM-RECORD
           STRING " Reprint date    : " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
           END-STRING
           WRITE REPRINT-STREAM-RECORD
           MOVE SPACES TO REPRINT-STREAM-RECORD
           STRING " Original run    : " WS-LTR-RUN-ID(1)
               DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
           END-STRING
           WRITE REPRINT-STREAM-RECORD
           MOVE SPACES TO REPRINT-STREAM-RECORD
           STRING " Original stream : "
                   FUNCTION TRIM(WS-STREAM-FILENAME)
               DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
           END-STRING
           WRITE REPRINT-STREAM-RECORD
           IF PAGE-RANGE-GIVEN
               MOVE SPACES TO REPRINT-STREAM-RECORD
               MOVE WS-PAGES-FROM TO WS-RANGE-FROM-EDIT
               MOVE WS-PAGES-TO TO WS-RANGE-TO-EDIT
               STRING " Jammed pages    : "
                       FUNCTION TRIM(WS-RANGE-FROM-EDIT) " to "
                       FUNCTION TRIM(WS-RANGE-TO-EDIT)
                   DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
               END-STRING
               WRITE REPRINT-STREAM-RECORD
           END-IF
           IF WS-IDS-FILENAME NOT = SPACES
               MOVE SPACES TO REPRINT-STREAM-RECORD
               STRING " Customer list   : "
                       FUNCTION TRIM(WS-IDS-FILENAME)
                   DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
               END-STRING
               WRITE REPRINT-STREAM-RECORD
           END-IF
           MOVE WS-PICKED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPRINT-STREAM-RECORD
           STRING " Letters         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
           END-STRING
           WRITE REPRINT-STREAM-RECORD
           COMPUTE WS-NUM-EDIT = WS-PICKED-PAGES + 1
           MOVE SPACES TO REPRINT-STREAM-RECORD
           STRING " Pages           : " WS-NUM-EDIT
                   " including this banner"
               DELIMITED BY SIZE INTO REPRINT-STREAM-RECORD
           END-STRING
           WRITE REPRINT-STREAM-RECORD.

      *    The reprint's own index, FT-LETTER's layout, new pages.
       WRITE-REPRINT-INDEX.
           OPEN OUTPUT REPRINT-INDEX-FILE
           IF WS-RIX-STAT NOT = "00"
               DISPLAY "Reprint index not writable. STATUS="
                   WS-RIX-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LETTER-COUNT
               IF LETTER-PICKED(IDX)
                   MOVE SPACES TO REPRINT-INDEX-RECORD
                   MOVE WS-LTR-CUST-ID(IDX) TO RIX-CUST-ID
                   MOVE WS-LTR-RUN-ID(IDX) TO RIX-RUN-ID
                   MOVE WS-LTR-NEW-START(IDX) TO RIX-START-PAGE
                   MOVE WS-LTR-PAGES(IDX) TO RIX-PAGE-COUNT
                   MOVE WS-LTR-TEMPLATE(IDX) TO RIX-TEMPLATE
                   WRITE REPRINT-INDEX-RECORD
               END-IF
           END-PERFORM
           CLOSE REPRINT-INDEX-FILE.

       WRITE-REPRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open reprint report. STATUS="
                   WS-RPT-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-REPRINT LETTER REPRINT REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Stream          : " FUNCTION TRIM(WS-STREAM-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Index           : " FUNCTION TRIM(WS-INDEX-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LETTER-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Letters indexed : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STREAM-PAGE TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Stream pages    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF NOT STREAM-AGREES
               MOVE WS-INDEX-PAGES TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Index pages     : " WS-NUM-EDIT
                       "  - MISMATCH, NOTHING REPRINTED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF PAGE-RANGE-GIVEN
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-PAGES-FROM TO WS-RANGE-FROM-EDIT
               MOVE WS-PAGES-TO TO WS-RANGE-TO-EDIT
               STRING "Page range      : "
                       FUNCTION TRIM(WS-RANGE-FROM-EDIT) " to "
                       FUNCTION TRIM(WS-RANGE-TO-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-IDS-FILENAME NOT = SPACES
               MOVE WS-REQUEST-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Ids requested   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-UNKNOWN-TOTAL TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Not in stream   : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-PICKED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Letters pulled  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-PICKED-PAGES TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Pages pulled    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-PICKED-COUNT > 0 AND STREAM-AGREES
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "CUSTOMER      OLD PAGE  PAGES     NEW PAGE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-LETTER-COUNT
                   IF LETTER-PICKED(IDX)
                       MOVE SPACES TO REPORT-RECORD
                       MOVE WS-LTR-START(IDX) TO WS-NUM-EDIT
                       MOVE WS-LTR-PAGES(IDX) TO WS-COUNT-EDIT
                       MOVE WS-LTR-NEW-START(IDX) TO WS-PAGE-EDIT
                       STRING WS-LTR-CUST-ID(IDX) " " WS-NUM-EDIT " "
                               WS-COUNT-EDIT " " WS-PAGE-EDIT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-UNKNOWN-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "   (" WS-UNKNOWN-ID(IDX)
                       " not in this stream)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           CLOSE REPORT-FILE.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3
                       WS-PARM-TOKEN-4 WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
                       WS-PARM-TOKEN-7
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
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-6) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-7) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:7) = 'STREAM='
                       MOVE WS-PARM-WORK(8:93) TO WS-STREAM-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'INDEX='
                       MOVE WS-PARM-WORK(7:94) TO WS-INDEX-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'IDS='
                       MOVE WS-PARM-WORK(5:96) TO WS-IDS-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'PAGES='
                       MOVE WS-PARM-WORK(7:30) TO WS-PAGES-TEXT
                       PERFORM TAKE-PAGE-RANGE
                   WHEN WS-PARM-WORK(1:7) = 'OUTPUT='
                       MOVE WS-PARM-WORK(8:93) TO WS-OUTPUT-FILENAME
                   WHEN WS-PARM-WORK(1:14) = 'REPRINT-INDEX='
                       MOVE WS-PARM-WORK(15:86)
                           TO WS-REPRINT-INDEX-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

      *    "n-m" or "n"; a range given backwards is turned round.
       TAKE-PAGE-RANGE.
           MOVE SPACES TO WS-PAGES-FROM-TEXT WS-PAGES-TO-TEXT
           UNSTRING WS-PAGES-TEXT DELIMITED BY '-'
               INTO WS-PAGES-FROM-TEXT WS-PAGES-TO-TEXT
           END-UNSTRING
           IF WS-PAGES-TO-TEXT = SPACES
               MOVE WS-PAGES-FROM-TEXT TO WS-PAGES-TO-TEXT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PAGES-FROM-TEXT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-PAGES-TO-TEXT) NOT = 0
               DISPLAY "FT-REPRINT: PAGES= not understood, ignored: "
                   FUNCTION TRIM(WS-PAGES-TEXT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAGES-FROM = FUNCTION NUMVAL(WS-PAGES-FROM-TEXT)
           COMPUTE WS-PAGES-TO = FUNCTION NUMVAL(WS-PAGES-TO-TEXT)
           IF WS-PAGES-FROM > WS-PAGES-TO
               MOVE WS-PAGES-FROM TO WS-LETTER-LAST-PAGE
               MOVE WS-PAGES-TO TO WS-PAGES-FROM
               MOVE WS-LETTER-LAST-PAGE TO WS-PAGES-TO
           END-IF
           MOVE 'Y' TO WS-PAGES-SW.

       END PROGRAM FT-REPRINT.
