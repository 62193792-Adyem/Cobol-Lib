       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-POSTAGE.

      *    Postage statement and mail-house invoice reconciliation.
      *    FT-PRESORT qualifies every piece into a rate level and
      *    trays it, but finance was still re-keying the piece counts
      *    from presort_report.txt into a spreadsheet to check the
      *    mail house's bill. This step reads the presorted stream
      *    (mailing_labels_presorted.txt) back, counting each piece
      *    under the RATE= of the tray card it rides behind, and
      *    prices every rate level from the operations-maintained
      *    rate table postage_rates.ctl -- one line per rate:
      *        20260112 5DIGIT 0.3920
      *    effective date, rate level, price per piece; '*' lines are
      *    comments. A level is priced at the entry with the latest
      *    effective date on or before the mail date (MAILDATE= PARM,
      *    default today), so a rate change is entered ahead of time
      *    and a past mailing reprices the way it was billed. A level
      *    with no effective rate prints NO RATE and ends the run 8.
      *    The statement (postage_statement.txt) carries the mailing
      *    id (MAILING= PARM, default the mail date).
      *    Given the mail house's invoice (INVOICE= PARM), the step
      *    also reconciles: whitespace-delimited lines
      *        MAILING <id>
      *        <level> <pieces> <amount>
      *        TOTAL <pieces> <amount>
      *    ('*' lines comments; amounts may carry commas). Every rate
      *    level where the billed pieces or dollars differ from ours
      *    -- including a level only one side has -- is flagged DIFF
      *    on postage_recon_rpt.txt, the run ends 4, and a WARN alert
      *    goes to the suite's shared alert queue. An invoice naming
      *    a different mailing is not reconciled at all (RC 12).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESORTED-FILE ASSIGN TO DYNAMIC
               WS-PRESORTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STAT.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STAT.
           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STAT.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
               WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STAT.
           SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RECON-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESORTED-FILE.
       01  PRESORTED-RECORD         PIC X(256).

       FD  RATES-FILE.
       01  RATES-RECORD             PIC X(80).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD           PIC X(120).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(80).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PRS-STAT      PIC XX VALUE SPACES.
       77  WS-RTE-STAT      PIC XX VALUE SPACES.
       77  WS-INV-STAT      PIC XX VALUE SPACES.
       77  WS-STM-STAT      PIC XX VALUE SPACES.
       77  WS-REC-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-PRESORTED-FILENAME PIC X(100)
                                VALUE 'mailing_labels_presorted.txt'.
       01  WS-RATES-FILENAME    PIC X(100)
                                VALUE 'postage_rates.ctl'.
       01  WS-INVOICE-FILENAME  PIC X(100) VALUE SPACES.
       01  WS-STATEMENT-FILENAME PIC X(100)
                                VALUE 'postage_statement.txt'.
       01  WS-RECON-FILENAME    PIC X(100)
                                VALUE 'postage_recon_rpt.txt'.
       01  WS-MAILING-ID        PIC X(20) VALUE SPACES.
       01  WS-MAIL-DATE         PIC X(8) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.

      *    Stream walk state: the current tray's rate level, and
      *    whether the line just read continues a piece's block.
       01  WS-CUR-RATE          PIC X(6) VALUE SPACES.
       01  WS-IN-PIECE-SW       PIC X VALUE 'N'.
       01  WS-CARD-HEAD         PIC X(100) VALUE SPACES.
       01  WS-CARD-TAIL         PIC X(100) VALUE SPACES.
       01  WS-LEVEL-IDX         PIC 9(4) COMP VALUE 0.

      *    Rate levels met in the stream or on the invoice, in order
      *    of first appearance.
       01  WS-LEVEL-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-LEVEL-MAX         PIC 9(4) COMP VALUE 20.
       01  WS-LEVEL-TABLE.
           05  WS-LEVEL-ENTRY OCCURS 20 TIMES.
               10  WS-LVL-NAME      PIC X(6).
               10  WS-LVL-PIECES    PIC 9(9).
               10  WS-LVL-RATE      PIC 9(3)V9(4).
               10  WS-LVL-RATE-DATE PIC X(8).
               10  WS-LVL-POSTAGE   PIC 9(9)V99.
               10  WS-LVL-BILL-PCS  PIC 9(9).
               10  WS-LVL-BILL-AMT  PIC 9(9)V99.
               10  WS-LVL-BILLED-SW PIC X.
       01  WS-TOTAL-PIECES      PIC 9(9) VALUE 0.
       01  WS-TOTAL-POSTAGE     PIC 9(9)V99 VALUE 0.
       01  WS-NO-RATE-COUNT     PIC 9(4) COMP VALUE 0.

      *    The rate table as read; the lookup picks per level.
       01  WS-RATE-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-RATE-MAX          PIC 9(4) COMP VALUE 200.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-DATE       PIC X(8).
               10  WS-RT-LEVEL      PIC X(6).
               10  WS-RT-PRICE      PIC 9(3)V9(4).
       01  WS-RT-TOKEN-1        PIC X(20) VALUE SPACES.
       01  WS-RT-TOKEN-2        PIC X(20) VALUE SPACES.
       01  WS-RT-TOKEN-3        PIC X(20) VALUE SPACES.

      *    Invoice reconciliation state.
       01  WS-INV-TOKEN-1       PIC X(20) VALUE SPACES.
       01  WS-INV-TOKEN-2       PIC X(20) VALUE SPACES.
       01  WS-INV-TOKEN-3       PIC X(20) VALUE SPACES.
       01  WS-INV-MAILING       PIC X(20) VALUE SPACES.
       01  WS-INV-TOTAL-SW      PIC X VALUE 'N'.
       01  WS-INV-TOTAL-PCS     PIC 9(9) VALUE 0.
       01  WS-INV-TOTAL-AMT     PIC 9(9)V99 VALUE 0.
       01  WS-DIFF-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-WRONG-MAILING-SW  PIC X VALUE 'N'.

       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCS-EDIT          PIC ZZZ,ZZ9.
       01  WS-PCS-EDIT-2        PIC ZZZ,ZZ9.
       01  WS-AMT-EDIT          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-2        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-RATE-EDIT         PIC ZZ9.9999.
       01  WS-FLAG-TEXT         PIC X(20) VALUE SPACES.

      *    Alert raised to the suite's shared queue (FT-ALERTDSP).
       01  ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".
       01  WS-ALERT-EDIT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MAIL-DATE
           PERFORM GET-RUN-PARAMETERS
           IF WS-MAILING-ID = SPACES
               MOVE WS-MAIL-DATE TO WS-MAILING-ID
           END-IF
           PERFORM LOAD-POSTAGE-RATES

           OPEN INPUT PRESORTED-FILE
           IF WS-PRS-STAT NOT = "00"
               DISPLAY "Failed to open presorted stream. STATUS="
                   WS-PRS-STAT " FILE="
                   FUNCTION TRIM(WS-PRESORTED-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRESORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COUNT-ONE-STREAM-LINE
               END-READ
           END-PERFORM
           CLOSE PRESORTED-FILE

           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > WS-LEVEL-COUNT
               PERFORM PRICE-ONE-LEVEL
           END-PERFORM
           PERFORM WRITE-POSTAGE-STATEMENT

           IF WS-INVOICE-FILENAME NOT = SPACES
               PERFORM LOAD-MAIL-HOUSE-INVOICE
               IF WS-WRONG-MAILING-SW = 'Y'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-INV-STAT = "00"
                   PERFORM WRITE-RECONCILIATION-REPORT
               END-IF
           END-IF

           DISPLAY "FT-POSTAGE: mailing=" FUNCTION TRIM(WS-MAILING-ID)
               " pieces=" WS-TOTAL-PIECES
               " no-rate=" WS-NO-RATE-COUNT
               " invoice-diffs=" WS-DIFF-COUNT
           EVALUATE TRUE
               WHEN WS-NO-RATE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFF-COUNT > 0
                   PERFORM RAISE-INVOICE-ALERT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    Tray cards set the rate level; bundle cards and blank
      *    separators pass by; the first line of each block after a
      *    separator or card is one piece.
       COUNT-ONE-STREAM-LINE.
           EVALUATE TRUE
               WHEN PRESORTED-RECORD(1:11) = '***** TRAY '
                   MOVE SPACES TO WS-CARD-HEAD WS-CARD-TAIL
                   UNSTRING PRESORTED-RECORD DELIMITED BY 'RATE='
                       INTO WS-CARD-HEAD WS-CARD-TAIL
                   END-UNSTRING
                   MOVE SPACES TO WS-CUR-RATE
                   UNSTRING WS-CARD-TAIL DELIMITED BY ' '
                       INTO WS-CUR-RATE
                   END-UNSTRING
                   MOVE 'N' TO WS-IN-PIECE-SW
               WHEN PRESORTED-RECORD(1:13) = '----- BUNDLE '
                   MOVE 'N' TO WS-IN-PIECE-SW
               WHEN PRESORTED-RECORD = SPACES
                   MOVE 'N' TO WS-IN-PIECE-SW
               WHEN WS-IN-PIECE-SW = 'N'
                   MOVE 'Y' TO WS-IN-PIECE-SW
                   IF WS-CUR-RATE = SPACES
                       MOVE 'MIXED' TO WS-CUR-RATE
                   END-IF
                   MOVE WS-CUR-RATE TO WS-CARD-HEAD
                   PERFORM FIND-OR-ADD-LEVEL
                   IF WS-LEVEL-IDX > 0
                       ADD 1 TO WS-LVL-PIECES(WS-LEVEL-IDX)
                   END-IF
                   ADD 1 TO WS-TOTAL-PIECES
           END-EVALUATE.

      *    Level name in WS-CARD-HEAD(1:6); WS-LEVEL-IDX comes back 0
      *    only when the table is full.
       FIND-OR-ADD-LEVEL.
           MOVE 0 TO WS-LEVEL-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-LEVEL-COUNT OR WS-LEVEL-IDX > 0
               IF WS-LVL-NAME(IDX) = WS-CARD-HEAD(1:6)
                   MOVE IDX TO WS-LEVEL-IDX
               END-IF
           END-PERFORM
           IF WS-LEVEL-IDX = 0 AND WS-LEVEL-COUNT < WS-LEVEL-MAX
               ADD 1 TO WS-LEVEL-COUNT
               MOVE WS-LEVEL-COUNT TO WS-LEVEL-IDX
               MOVE WS-CARD-HEAD(1:6) TO WS-LVL-NAME(WS-LEVEL-IDX)
               MOVE 0 TO WS-LVL-PIECES(WS-LEVEL-IDX)
                   WS-LVL-RATE(WS-LEVEL-IDX)
                   WS-LVL-POSTAGE(WS-LEVEL-IDX)
                   WS-LVL-BILL-PCS(WS-LEVEL-IDX)
                   WS-LVL-BILL-AMT(WS-LEVEL-IDX)
               MOVE SPACES TO WS-LVL-RATE-DATE(WS-LEVEL-IDX)
               MOVE 'N' TO WS-LVL-BILLED-SW(WS-LEVEL-IDX)
           END-IF.

       LOAD-POSTAGE-RATES.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RTE-STAT NOT = "00"
               DISPLAY "Postage rate table not readable. STATUS="
                   WS-RTE-STAT " FILE="
                   FUNCTION TRIM(WS-RATES-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-RATE-COUNT >= WS-RATE-MAX
                   READ RATES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RATES-RECORD(1:1) NOT = '*'
                               PERFORM LOAD-ONE-POSTAGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       LOAD-ONE-POSTAGE-RATE.
           MOVE SPACES TO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
           UNSTRING FUNCTION TRIM(RATES-RECORD) DELIMITED BY ALL ' '
               INTO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
           END-UNSTRING
           IF WS-RT-TOKEN-1(1:8) IS NUMERIC AND
                   WS-RT-TOKEN-2 NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-RT-TOKEN-3) = 0
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RT-TOKEN-1(1:8) TO WS-RT-DATE(WS-RATE-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-RT-TOKEN-2)
                   TO WS-RT-LEVEL(WS-RATE-COUNT)
               COMPUTE WS-RT-PRICE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RT-TOKEN-3)
           END-IF.

      *    Latest effective date not after the mail date wins.
       PRICE-ONE-LEVEL.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-RATE-COUNT
               IF WS-RT-LEVEL(IDX) = WS-LVL-NAME(WS-LEVEL-IDX) AND
                       WS-RT-DATE(IDX) <= WS-MAIL-DATE AND
                       (WS-LVL-RATE-DATE(WS-LEVEL-IDX) = SPACES OR
                        WS-RT-DATE(IDX) >=
                            WS-LVL-RATE-DATE(WS-LEVEL-IDX))
                   MOVE WS-RT-DATE(IDX)
                       TO WS-LVL-RATE-DATE(WS-LEVEL-IDX)
                   MOVE WS-RT-PRICE(IDX) TO WS-LVL-RATE(WS-LEVEL-IDX)
               END-IF
           END-PERFORM
           IF WS-LVL-RATE-DATE(WS-LEVEL-IDX) = SPACES
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 0 TO WS-LVL-POSTAGE(WS-LEVEL-IDX)
           ELSE
               COMPUTE WS-LVL-POSTAGE(WS-LEVEL-IDX) ROUNDED =
                   WS-LVL-PIECES(WS-LEVEL-IDX) *
                   WS-LVL-RATE(WS-LEVEL-IDX)
               ADD WS-LVL-POSTAGE(WS-LEVEL-IDX) TO WS-TOTAL-POSTAGE
           END-IF.

       WRITE-POSTAGE-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STM-STAT NOT = "00"
               DISPLAY "Failed to open postage statement. STATUS="
                   WS-STM-STAT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "FT-POSTAGE POSTAGE STATEMENT" TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Mailing : " WS-MAILING-ID
                       "  Mail date: " WS-MAIL-DATE
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE "Level   Pieces     Rate  Effective       Postage"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                       UNTIL WS-LEVEL-IDX > WS-LEVEL-COUNT
                   PERFORM WRITE-ONE-STATEMENT-LINE
               END-PERFORM
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE WS-TOTAL-PIECES TO WS-PCS-EDIT
               MOVE WS-TOTAL-POSTAGE TO WS-AMT-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "TOTAL  " WS-PCS-EDIT
                       "                    " WS-AMT-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               CLOSE STATEMENT-FILE
           END-IF.

       WRITE-ONE-STATEMENT-LINE.
           MOVE WS-LVL-PIECES(WS-LEVEL-IDX) TO WS-PCS-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-LVL-RATE-DATE(WS-LEVEL-IDX) = SPACES
               STRING WS-LVL-NAME(WS-LEVEL-IDX) " " WS-PCS-EDIT
                       "  NO RATE EFFECTIVE"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               MOVE WS-LVL-RATE(WS-LEVEL-IDX) TO WS-RATE-EDIT
               MOVE WS-LVL-POSTAGE(WS-LEVEL-IDX) TO WS-AMT-EDIT
               STRING WS-LVL-NAME(WS-LEVEL-IDX) " " WS-PCS-EDIT
                       " " WS-RATE-EDIT "  "
                       WS-LVL-RATE-DATE(WS-LEVEL-IDX) " "
                       WS-AMT-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD.

       LOAD-MAIL-HOUSE-INVOICE.
           OPEN INPUT INVOICE-FILE
           IF WS-INV-STAT NOT = "00"
               DISPLAY "Failed to open invoice. STATUS="
                   WS-INV-STAT " FILE="
                   FUNCTION TRIM(WS-INVOICE-FILENAME)
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF INVOICE-RECORD(1:1) NOT = '*' AND
                                   INVOICE-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
               IF WS-INV-MAILING NOT = SPACES AND
                       WS-INV-MAILING NOT = WS-MAILING-ID
                   DISPLAY "Invoice is for mailing "
                       FUNCTION TRIM(WS-INV-MAILING) ", not "
                       FUNCTION TRIM(WS-MAILING-ID)
                       " - not reconciled"
                   MOVE 'Y' TO WS-WRONG-MAILING-SW
               END-IF
           END-IF.

       LOAD-ONE-INVOICE-LINE.
           MOVE SPACES TO WS-INV-TOKEN-1 WS-INV-TOKEN-2 WS-INV-TOKEN-3
           UNSTRING FUNCTION TRIM(INVOICE-RECORD) DELIMITED BY ALL ' '
               INTO WS-INV-TOKEN-1 WS-INV-TOKEN-2 WS-INV-TOKEN-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-INV-TOKEN-1) TO WS-INV-TOKEN-1
           EVALUATE TRUE
               WHEN WS-INV-TOKEN-1 = 'MAILING'
                   MOVE WS-INV-TOKEN-2 TO WS-INV-MAILING
               WHEN FUNCTION TEST-NUMVAL-C(WS-INV-TOKEN-2) NOT = 0
                       OR FUNCTION TEST-NUMVAL-C(WS-INV-TOKEN-3)
                           NOT = 0
                   DISPLAY "Invoice line not understood: "
                       FUNCTION TRIM(INVOICE-RECORD)
               WHEN WS-INV-TOKEN-1 = 'TOTAL'
                   MOVE 'Y' TO WS-INV-TOTAL-SW
                   COMPUTE WS-INV-TOTAL-PCS =
                       FUNCTION NUMVAL-C(WS-INV-TOKEN-2)
                   COMPUTE WS-INV-TOTAL-AMT =
                       FUNCTION NUMVAL-C(WS-INV-TOKEN-3)
               WHEN OTHER
                   MOVE WS-INV-TOKEN-1 TO WS-CARD-HEAD
                   PERFORM FIND-OR-ADD-LEVEL
                   IF WS-LEVEL-IDX > 0
                       MOVE 'Y' TO WS-LVL-BILLED-SW(WS-LEVEL-IDX)
                       COMPUTE WS-LVL-BILL-PCS(WS-LEVEL-IDX) =
                           WS-LVL-BILL-PCS(WS-LEVEL-IDX) +
                           FUNCTION NUMVAL-C(WS-INV-TOKEN-2)
                       COMPUTE WS-LVL-BILL-AMT(WS-LEVEL-IDX) =
                           WS-LVL-BILL-AMT(WS-LEVEL-IDX) +
                           FUNCTION NUMVAL-C(WS-INV-TOKEN-3)
                   END-IF
           END-EVALUATE.

       WRITE-RECONCILIATION-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REC-STAT NOT = "00"
               DISPLAY "Failed to open reconciliation report. STATUS="
                   WS-REC-STAT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "FT-POSTAGE INVOICE RECONCILIATION"
                   TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Mailing : " WS-MAILING-ID
                       "  Invoice: "
                       FUNCTION TRIM(WS-INVOICE-FILENAME)
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE SPACES TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Level   Our pcs  Billed   Our postage"
                       "        Billed Result"
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                       UNTIL WS-LEVEL-IDX > WS-LEVEL-COUNT
                   PERFORM RECONCILE-ONE-LEVEL
               END-PERFORM
               IF WS-INV-TOTAL-SW = 'Y'
                   MOVE SPACES TO WS-FLAG-TEXT
                   IF WS-INV-TOTAL-PCS NOT = WS-TOTAL-PIECES OR
                           WS-INV-TOTAL-AMT NOT = WS-TOTAL-POSTAGE
                       MOVE 'DIFF' TO WS-FLAG-TEXT
                       ADD 1 TO WS-DIFF-COUNT
                   ELSE
                       MOVE 'OK' TO WS-FLAG-TEXT
                   END-IF
                   MOVE WS-TOTAL-PIECES TO WS-PCS-EDIT
                   MOVE WS-INV-TOTAL-PCS TO WS-PCS-EDIT-2
                   MOVE WS-TOTAL-POSTAGE TO WS-AMT-EDIT
                   MOVE WS-INV-TOTAL-AMT TO WS-AMT-EDIT-2
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING "TOTAL  " WS-PCS-EDIT " " WS-PCS-EDIT-2
                           " " WS-AMT-EDIT " " WS-AMT-EDIT-2 " "
                           WS-FLAG-TEXT
                       DELIMITED BY SIZE INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
               MOVE SPACES TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE WS-DIFF-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Differences     : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               CLOSE RECON-REPORT-FILE
           END-IF.

      *    A level on one side only is a difference in its own right.
       RECONCILE-ONE-LEVEL.
           EVALUATE TRUE
               WHEN WS-LVL-BILLED-SW(WS-LEVEL-IDX) = 'N'
                   MOVE 'DIFF NOT BILLED' TO WS-FLAG-TEXT
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-LVL-PIECES(WS-LEVEL-IDX) = 0
                   MOVE 'DIFF NOT IN MAILING' TO WS-FLAG-TEXT
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-LVL-BILL-PCS(WS-LEVEL-IDX) NOT =
                       WS-LVL-PIECES(WS-LEVEL-IDX)
                   MOVE 'DIFF PIECES' TO WS-FLAG-TEXT
                   IF WS-LVL-BILL-AMT(WS-LEVEL-IDX) NOT =
                           WS-LVL-POSTAGE(WS-LEVEL-IDX)
                       MOVE 'DIFF PIECES+DOLLARS' TO WS-FLAG-TEXT
                   END-IF
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-LVL-BILL-AMT(WS-LEVEL-IDX) NOT =
                       WS-LVL-POSTAGE(WS-LEVEL-IDX)
                   MOVE 'DIFF DOLLARS' TO WS-FLAG-TEXT
                   ADD 1 TO WS-DIFF-COUNT
               WHEN OTHER
                   MOVE 'OK' TO WS-FLAG-TEXT
           END-EVALUATE
           MOVE WS-LVL-PIECES(WS-LEVEL-IDX) TO WS-PCS-EDIT
           MOVE WS-LVL-BILL-PCS(WS-LEVEL-IDX) TO WS-PCS-EDIT-2
           MOVE WS-LVL-POSTAGE(WS-LEVEL-IDX) TO WS-AMT-EDIT
           MOVE WS-LVL-BILL-AMT(WS-LEVEL-IDX) TO WS-AMT-EDIT-2
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING WS-LVL-NAME(WS-LEVEL-IDX) " " WS-PCS-EDIT " "
                   WS-PCS-EDIT-2 " " WS-AMT-EDIT " " WS-AMT-EDIT-2
                   " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       RAISE-INVOICE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE 'FT-POSTAGE' TO ALERT-PROGRAM
           MOVE 'WARN' TO ALERT-SEVERITY
           MOVE 'INVOICE-DIFF' TO ALERT-CODE
           MOVE WS-DIFF-COUNT TO WS-ALERT-EDIT
           STRING "Mail-house invoice for "
                   FUNCTION TRIM(WS-MAILING-ID) " differs on "
                   FUNCTION TRIM(WS-ALERT-EDIT) " line(s) - see "
                   FUNCTION TRIM(WS-RECON-FILENAME)
               DELIMITED BY SIZE INTO ALERT-TEXT
           END-STRING
           CALL 'ALERTQ' USING ALERT-RECORD.

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
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:10) = 'PRESORTED='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-PRESORTED-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'RATES='
                       MOVE WS-PARM-WORK(7:94) TO WS-RATES-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'INVOICE='
                       MOVE WS-PARM-WORK(9:92) TO WS-INVOICE-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'MAILING='
                       MOVE WS-PARM-WORK(9:20) TO WS-MAILING-ID
                   WHEN WS-PARM-WORK(1:9) = 'MAILDATE='
                       MOVE WS-PARM-WORK(10:8) TO WS-MAIL-DATE
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-POSTAGE.
