      *    Everything else rides MIXED. Tray and bundle separator
      *    cards print in the stream, and the report closes with
      *    piece counts per rate level.
      *    The pieces presorted are charged back to the companies
      *    whose customers they carry, but the stream's blocks are
      *    print lines with no customer id. They are the pieces the
      *    latest FT-LABELS run produced, so that run's per-company
      *    LABEL counts on the chargeback usage ledger
      *    (chargeback_usage.txt) apportion them; when those counts
      *    do not add up to tonight's pieces -- a stream edited or
      *    rebuilt since, or no labels run on the ledger -- the
      *    whole run is charged under ?? and the console says so.
      *    Military pieces -- a block whose city line is FT-LABELS'
      *    "APO AE 09021" form (APO, FPO or DPO) -- sort behind the
      *    civilian pieces and never share a tray with them: their
      *    trays are marked MILITARY on the separator card for the
      *    military dispatch, and counted apart on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT USAGE-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-USAGE-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULG-STAT.

       DATA DIVISION.
       FILE SECTION.
      *    count, then up to six 80-byte lines -- a label block is
      *    three lines for a plain domestic piece but grows with a
      *    joint account's "and" line and a country line, and every
      *    line must ride through to the presorted stream intact --
      *    then the mail class, blank for civilian and M for
      *    military, the major sort key.
       FD  ZIP-SORTED-FILE.
       01  ZIP-SORTED-RECORD        PIC X(492).

       SD  PS-SORT-FILE.
       01  PS-SORT-RECORD.
           05  PS-SORT-ZIP          PIC X(10).
           05  PS-SORT-LINE-CNT     PIC 9(1).
           05  PS-SORT-LINE OCCURS 6 TIMES PIC X(80).
           05  PS-SORT-CLASS        PIC X(1).

       FD  PRESORTED-FILE.
       01  PRESORTED-RECORD         PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       FD  USAGE-LEDGER-FILE.
       01  USAGE-LEDGER-RECORD.
           COPY "USAGE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-LBL-STAT      PIC XX VALUE SPACES.
       77  WS-RUL-STAT      PIC XX VALUE SPACES.
       77  WS-ZSR-STAT      PIC XX VALUE SPACES.
       77  WS-PRS-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-ULG-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-LABELS-FILENAME   PIC X(100)
       01  WS-ZIP-START         PIC 9(4) COMP VALUE 0.
       01  WS-ZIP-LINE-IDX      PIC 9(1) COMP VALUE 0.
       01  WS-ZIP-TOKEN         PIC X(10) VALUE SPACES.
       01  WS-BLOCK-CLASS       PIC X VALUE SPACE.
           88  BLOCK-IS-MILITARY    VALUE 'M'.
       01  WS-LINE-IDX          PIC 9(1) COMP VALUE 0.

      *    One 3-digit prefix group buffered at a time; within it the
       01  WS-GROUP-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-GROUP-MAX         PIC 9(5) COMP VALUE 5000.
       01  WS-GROUP-PREFIX      PIC X(3) VALUE SPACES.
       01  WS-GROUP-CLASS       PIC X VALUE SPACE.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 5000 TIMES.
               10  WS-GRP-ZIP       PIC X(10).
               10  WS-GRP-LINE-CNT  PIC 9(1).
               10  WS-GRP-LINE OCCURS 6 TIMES PIC X(80).
               10  WS-GRP-RATE      PIC X(6).
               10  WS-GRP-CLASS     PIC X(1).
       01  WS-SUB-START         PIC 9(5) COMP VALUE 0.
       01  WS-SUB-END           PIC 9(5) COMP VALUE 0.
       01  WS-SUB-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-BUNDLE-FILL       PIC 9(5) VALUE 0.
       01  WS-TRAY-RATE         PIC X(6) VALUE SPACES.
       01  WS-TRAY-PREFIX       PIC X(3) VALUE SPACES.
       01  WS-TRAY-CLASS        PIC X VALUE SPACE.
       01  WS-TRAY-CLASS-TEXT   PIC X(9) VALUE SPACES.
       01  WS-MILITARY-TRAYS    PIC 9(9) VALUE 0.

       01  WS-PIECE-COUNT       PIC 9(9) VALUE 0.
       01  WS-5DIGIT-COUNT      PIC 9(9) VALUE 0.
       01  WS-3DIGIT-COUNT      PIC 9(9) VALUE 0.
       01  WS-MIXED-COUNT       PIC 9(9) VALUE 0.
       01  WS-MILITARY-COUNT    PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Chargeback apportionment -- see the header note. The
      *    latest labels run's company counts load from the ledger.
       01  WS-USAGE-LEDGER-FILENAME PIC X(100)
                                VALUE 'chargeback_usage.txt'.
       01  WS-LABELS-RUN-KEY    PIC X(29) VALUE SPACES.
       01  WS-LABELS-RUN-TOTAL  PIC 9(9) VALUE 0.
       01  WS-LABELS-CO-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-LABELS-CO-TABLE.
           05  WS-LABELS-CO-ENTRY OCCURS 100 TIMES.
               10  WS-LCO-COMPANY   PIC X(2).
               10  WS-LCO-PIECES    PIC 9(9).
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-PRESORT-RULES

           SORT PS-SORT-FILE
               ON ASCENDING KEY PS-SORT-CLASS PS-SORT-ZIP
               INPUT PROCEDURE IS RELEASE-LABEL-BLOCKS
               GIVING ZIP-SORTED-FILE


           CLOSE PRESORTED-FILE
           CALL "CBL_DELETE_FILE" USING WS-ZIP-SORTED-FILENAME
           IF WS-PIECE-COUNT > 0
               PERFORM RECORD-PRESORT-USAGE
           END-IF
           PERFORM WRITE-PRESORT-REPORT
           DISPLAY "FT-PRESORT: pieces=" WS-PIECE-COUNT
               " trays=" WS-TRAY-NUMBER
               " 5digit=" WS-5DIGIT-COUNT
               " 3digit=" WS-3DIGIT-COUNT
               " mixed=" WS-MIXED-COUNT
               " military=" WS-MILITARY-COUNT
           GOBACK.

      *    Reassemble the blank-separated blocks -- three lines for
       RELEASE-ONE-BLOCK.
           PERFORM EXTRACT-BLOCK-ZIP
           MOVE WS-BLOCK-ZIP TO PS-SORT-ZIP
           MOVE WS-BLOCK-CLASS TO PS-SORT-CLASS
           MOVE WS-BLOCK-COUNT TO PS-SORT-LINE-CNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 6

      *    Last-to-first through the buffered lines, taking the
      *    first line whose trailing token leads with five digits.
      *    That line leading with APO, FPO or DPO marks the piece
      *    military.
       EXTRACT-BLOCK-ZIP.
           MOVE '~~~~~' TO WS-BLOCK-ZIP
           MOVE SPACE TO WS-BLOCK-CLASS
           PERFORM VARYING WS-ZIP-LINE-IDX FROM WS-BLOCK-COUNT BY -1
                   UNTIL WS-ZIP-LINE-IDX < 1
                       OR WS-BLOCK-ZIP(1:5) IS NUMERIC
                       (WS-ZIP-START:) TO WS-ZIP-TOKEN
                   IF WS-ZIP-TOKEN(1:5) IS NUMERIC
                       MOVE WS-ZIP-TOKEN TO WS-BLOCK-ZIP
                       IF WS-BLOCK-LINE(WS-ZIP-LINE-IDX)(1:4) =
                               'APO ' OR
                               WS-BLOCK-LINE(WS-ZIP-LINE-IDX)(1:4) =
                               'FPO ' OR
                               WS-BLOCK-LINE(WS-ZIP-LINE-IDX)(1:4) =
                               'DPO '
                           MOVE 'M' TO WS-BLOCK-CLASS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       BUFFER-ONE-SORTED-ROW.
           IF WS-GROUP-COUNT > 0 AND
                   (ZIP-SORTED-RECORD(1:3) NOT = WS-GROUP-PREFIX
                    OR ZIP-SORTED-RECORD(492:1) NOT = WS-GROUP-CLASS
                    OR WS-GROUP-COUNT >= WS-GROUP-MAX)
               IF WS-GROUP-COUNT >= WS-GROUP-MAX AND
                       ZIP-SORTED-RECORD(1:3) = WS-GROUP-PREFIX
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE ZIP-SORTED-RECORD(1:3) TO WS-GROUP-PREFIX
           MOVE ZIP-SORTED-RECORD(492:1) TO WS-GROUP-CLASS
           MOVE ZIP-SORTED-RECORD(492:1)
               TO WS-GRP-CLASS(WS-GROUP-COUNT)
           MOVE ZIP-SORTED-RECORD(1:10)
               TO WS-GRP-ZIP(WS-GROUP-COUNT)
           IF ZIP-SORTED-RECORD(11:1) IS NUMERIC
           END-PERFORM
           MOVE 0 TO WS-GROUP-COUNT.

      *    Trays are homogeneous by mail class, rate and destination
      *    prefix: a change in any, or a full tray, opens a new one
      *    with its separator card in the stream.
       STREAM-ONE-PIECE.
           IF WS-TRAY-NUMBER = 0 OR
                   WS-GRP-CLASS(IDX) NOT = WS-TRAY-CLASS OR
                   WS-GRP-RATE(IDX) NOT = WS-TRAY-RATE OR
                   WS-GRP-ZIP(IDX)(1:3) NOT = WS-TRAY-PREFIX OR
                   WS-TRAY-FILL >= WS-TRAY-SIZE
               ADD 1 TO WS-TRAY-NUMBER
               MOVE 0 TO WS-TRAY-FILL
               MOVE 0 TO WS-BUNDLE-FILL
               MOVE WS-GRP-CLASS(IDX) TO WS-TRAY-CLASS
               MOVE WS-GRP-RATE(IDX) TO WS-TRAY-RATE
               MOVE WS-GRP-ZIP(IDX)(1:3) TO WS-TRAY-PREFIX
               MOVE SPACES TO WS-TRAY-CLASS-TEXT
               IF WS-TRAY-CLASS = 'M'
                   MOVE " MILITARY" TO WS-TRAY-CLASS-TEXT
                   ADD 1 TO WS-MILITARY-TRAYS
               END-IF
               MOVE SPACES TO PRESORTED-RECORD
               STRING "***** TRAY " WS-TRAY-NUMBER
                       DELIMITED BY SIZE
                       WS-TRAY-CLASS-TEXT DELIMITED BY "  "
                       " RATE=" WS-TRAY-RATE
                       " FROM-ZIP=" WS-GRP-ZIP(IDX)(1:5)
                       " *****"
                       DELIMITED BY SIZE
                   INTO PRESORTED-RECORD
               END-STRING
               WRITE PRESORTED-RECORD
           END-IF
           ADD 1 TO WS-TRAY-FILL
           ADD 1 TO WS-BUNDLE-FILL
           ADD 1 TO WS-PIECE-COUNT
           IF WS-GRP-CLASS(IDX) = 'M'
               ADD 1 TO WS-MILITARY-COUNT
           END-IF
           EVALUATE WS-GRP-RATE(IDX)
               WHEN '5DIGIT'
                   ADD 1 TO WS-5DIGIT-COUNT
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    The ledger is appended in run order, so the last LABEL
      *    lines FT-LABELS wrote under one stamp and run id are its
      *    latest run.
       RECORD-PRESORT-USAGE.
           MOVE 0 TO WS-LABELS-CO-COUNT WS-LABELS-RUN-TOTAL
           MOVE SPACES TO WS-LABELS-RUN-KEY
           OPEN INPUT USAGE-LEDGER-FILE
           IF WS-ULG-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ USAGE-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF USAGE-PROGRAM OF USAGE-LEDGER-RECORD
                                   = 'FT-LABELS'
                               AND USAGE-VOLUME OF USAGE-LEDGER-RECORD
                                   = 'LABEL'
                               AND USAGE-COUNT OF USAGE-LEDGER-RECORD
                                   IS NUMERIC
                               PERFORM LOAD-ONE-LABELS-USAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-LEDGER-FILE
           END-IF
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-PRESORT' TO USAGE-PROGRAM OF WS-USAGE-RECORD
           MOVE 'PRESORT' TO USAGE-VOLUME OF WS-USAGE-RECORD
           MOVE 'T' TO WS-USAGE-FUNC
           IF WS-LABELS-RUN-TOTAL = WS-PIECE-COUNT
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-LABELS-CO-COUNT
                   MOVE WS-LCO-COMPANY(IDX)
                       TO USAGE-COMPANY OF WS-USAGE-RECORD
                   MOVE WS-LCO-PIECES(IDX)
                       TO USAGE-COUNT OF WS-USAGE-RECORD
                   CALL 'CHGUSAGE' USING WS-USAGE-FUNC
                       WS-USAGE-RECORD
               END-PERFORM
           ELSE
               DISPLAY "FT-PRESORT: latest labels run on the usage "
                   "ledger shows " WS-LABELS-RUN-TOTAL " pieces, "
                   "stream has " WS-PIECE-COUNT
                   " - pieces charged unattributed"
               MOVE '??' TO USAGE-COMPANY OF WS-USAGE-RECORD
               MOVE WS-PIECE-COUNT TO USAGE-COUNT OF WS-USAGE-RECORD
               CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD
           END-IF
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       LOAD-ONE-LABELS-USAGE.
           IF USAGE-LEDGER-RECORD(1:29) NOT = WS-LABELS-RUN-KEY
               MOVE USAGE-LEDGER-RECORD(1:29) TO WS-LABELS-RUN-KEY
               MOVE 0 TO WS-LABELS-CO-COUNT WS-LABELS-RUN-TOTAL
           END-IF
           IF WS-LABELS-CO-COUNT < 100
               ADD 1 TO WS-LABELS-CO-COUNT
               MOVE USAGE-COMPANY OF USAGE-LEDGER-RECORD
                   TO WS-LCO-COMPANY(WS-LABELS-CO-COUNT)
               MOVE USAGE-COUNT OF USAGE-LEDGER-RECORD
                   TO WS-LCO-PIECES(WS-LABELS-CO-COUNT)
               ADD USAGE-COUNT OF USAGE-LEDGER-RECORD
                   TO WS-LABELS-RUN-TOTAL
           END-IF.

      *    One "keyword value" line per override; unknown keywords
      *    are ignored so the file can carry comments.
       LOAD-PRESORT-RULES.
               STRING "Mixed rate      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-MILITARY-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Military pieces : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-TRAY-NUMBER TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Trays           : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-MILITARY-TRAYS TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Military trays  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-BUNDLE-NUMBER TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Bundles         : " WS-NUM-EDIT
