       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CHGBACK.

      *    Month-end processing chargeback to the sister companies
      *    sharing the suite. Every charged program tallies its work
      *    by company onto the usage ledger chargeback_usage.txt
      *    through CHGUSAGE (layout USAGE-RECORD.cpy): records
      *    cleansed by FT-NAME, FT-ADDRESS and FT-CONTACT,
      *    corrections keyed through FT-CORRECT and FT-ACREVIEW,
      *    labels and letters produced by FT-LABELS and FT-LETTER,
      *    and pieces presorted by FT-PRESORT. This step sums the
      *    month's ledger lines (MONTH=YYYYMM, default the month
      *    before the run date, by the stamp the line was written
      *    under) per company and volume and prices each from the
      *    operations-maintained unit-rate table
      *    chargeback_rates.ctl -- one line per rate:
      *        20260101 NAMECLN 0.0025 6105-200
      *    effective date, volume code, price per unit, and the GL
      *    account the charge posts to; '*' lines are comments. As in
      *    FT-POSTAGE's rate table, a volume is priced at the entry
      *    with the latest effective date on or before the month's
      *    end, so a rate change is entered ahead of time and a past
      *    month reprices the way it was billed. Amounts round to the
      *    cent per company and volume.
      *    Two outputs: the chargeback report (chargeback_report.txt)
      *    with each company's volumes, rates and amounts, totals by
      *    volume and a grand total; and the comma-delimited GL load
      *    (chargeback_gl.txt) finance posts from:
      *        HDR,CHARGEBACK,<month>,<run stamp>
      *        D,<month>,<company>,<account>,<volume>,<units>,<rate>,
      *          <amount>                          (one line)
      *        TRL,<detail lines>,<total amount>
      *    Volume counted for a customer the name master does not
      *    carry (company ??) is priced and shown as UNATTRIBUTED but
      *    not posted -- there is no company to charge -- and ends
      *    the run 4, as does a rate with no GL account (its line
      *    posts with the account empty for finance to suspense). A
      *    volume with no effective rate prints NO RATE, is not
      *    posted, and ends the run 8. RC 12: the report or GL file
      *    cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-USAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULG-STAT.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LEDGER-FILE.
       01  USAGE-LEDGER-RECORD.
           COPY "USAGE-RECORD.cpy".

       FD  RATES-FILE.
       01  RATES-RECORD             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       FD  GL-FILE.
       01  GL-RECORD                PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-ULG-STAT      PIC XX VALUE SPACES.
       77  WS-RTE-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-GL-STAT       PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-USAGE-FILENAME    PIC X(100)
                                VALUE 'chargeback_usage.txt'.
       01  WS-RATES-FILENAME    PIC X(100)
                                VALUE 'chargeback_rates.ctl'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'chargeback_report.txt'.
       01  WS-GL-FILENAME       PIC X(100)
                                VALUE 'chargeback_gl.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-RUN-STAMP         PIC X(14) VALUE SPACES.
       01  WS-MONTH-PARM        PIC X(6) VALUE SPACES.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YEAR        PIC 9(4).
           05  WS-MONTH-MONTH       PIC 9(2).
       01  WS-MONTH-END         PIC X(8) VALUE SPACES.

      *    Volume codes in report order, with their descriptions;
      *    a code the ledger carries that is not listed here is
      *    added behind them under its own code.
       01  WS-VOLUME-LIST-INIT.
           05  FILLER PIC X(28) VALUE 'NAMECLN Names cleansed      '.
           05  FILLER PIC X(28) VALUE 'ADDRCLN Addresses cleansed  '.
           05  FILLER PIC X(28) VALUE 'CONTCLN Contacts cleansed   '.
           05  FILLER PIC X(28) VALUE 'CORRECT Corrections keyed   '.
           05  FILLER PIC X(28) VALUE 'LABEL   Labels produced     '.
           05  FILLER PIC X(28) VALUE 'LETTER  Letters produced    '.
           05  FILLER PIC X(28) VALUE 'PRESORT Pieces presorted    '.
       01  WS-VOLUME-LIST REDEFINES WS-VOLUME-LIST-INIT.
           05  WS-VOLUME-LIST-ENTRY OCCURS 7 TIMES.
               10  WS-VL-CODE       PIC X(8).
               10  WS-VL-DESC       PIC X(20).
       01  WS-VOL-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-VOL-MAX           PIC 9(4) COMP VALUE 20.
       01  WS-VOL-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-VOL-TABLE.
           05  WS-VOL-ENTRY OCCURS 20 TIMES.
               10  WS-VOL-CODE      PIC X(8).
               10  WS-VOL-DESC      PIC X(20).
               10  WS-VOL-RATE      PIC 9(3)V9(4).
               10  WS-VOL-RATE-DATE PIC X(8).
               10  WS-VOL-ACCOUNT   PIC X(20).
               10  WS-VOL-UNITS     PIC 9(11).
               10  WS-VOL-AMOUNT    PIC 9(9)V99.

      *    Companies in ascending code order, ?? (not on the name
      *    master) always last.
       01  WS-CO-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CO-MAX            PIC 9(4) COMP VALUE 50.
       01  WS-CO-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CO-SHIFT-IDX      PIC 9(4) COMP VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES.
               10  WS-CO-CODE       PIC X(2).
               10  WS-CO-AMOUNT     PIC 9(9)V99.

      *    Units per company and volume.
       01  WS-CELL-TABLE.
           05  WS-CELL-CO OCCURS 50 TIMES.
               10  WS-CELL-UNITS OCCURS 20 TIMES PIC 9(11).
               10  WS-CELL-AMOUNT OCCURS 20 TIMES PIC 9(9)V99.
       01  WS-OVERFLOW-COUNT    PIC 9(9) VALUE 0.
       01  WS-LINES-USED        PIC 9(9) VALUE 0.

      *    The rate table as read; the lookup picks per volume.
       01  WS-RATE-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-RATE-MAX          PIC 9(4) COMP VALUE 200.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-DATE       PIC X(8).
               10  WS-RT-VOLUME     PIC X(8).
               10  WS-RT-PRICE      PIC 9(3)V9(4).
               10  WS-RT-ACCOUNT    PIC X(20).
       01  WS-RT-TOKEN-1        PIC X(20) VALUE SPACES.
       01  WS-RT-TOKEN-2        PIC X(20) VALUE SPACES.
       01  WS-RT-TOKEN-3        PIC X(20) VALUE SPACES.
       01  WS-RT-TOKEN-4        PIC X(20) VALUE SPACES.

       01  WS-NO-RATE-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-NO-ACCOUNT-COUNT  PIC 9(4) COMP VALUE 0.
       01  WS-UNATTRIB-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-POSTED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-GL-DETAIL-COUNT   PIC 9(9) VALUE 0.

       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-EDIT          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-RATE-EDIT         PIC ZZ9.9999.
       01  WS-GL-UNITS-EDIT     PIC Z(10)9.
       01  WS-GL-RATE-EDIT      PIC ZZ9.9999.
       01  WS-GL-AMOUNT-EDIT    PIC Z(8)9.99.
       01  WS-CO-LABEL          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM GET-RUN-PARAMETERS
           PERFORM RESOLVE-CHARGE-MONTH
           PERFORM LOAD-VOLUME-LIST
           PERFORM LOAD-CHARGEBACK-RATES
           PERFORM LOAD-MONTH-USAGE
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               PERFORM PRICE-ONE-VOLUME
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open chargeback report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GL-FILE
           IF WS-GL-STAT NOT = "00"
               DISPLAY "Failed to open GL load file. STATUS="
                   WS-GL-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-GL-HEADER
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM WRITE-ONE-COMPANY
           END-PERFORM
           PERFORM WRITE-VOLUME-TOTALS
           PERFORM WRITE-GL-TRAILER
           CLOSE REPORT-FILE
           CLOSE GL-FILE

           MOVE WS-GRAND-AMOUNT TO WS-AMT-EDIT
           DISPLAY "FT-CHGBACK: month=" WS-MONTH-WORK
               " companies=" WS-CO-COUNT
               " charged=" FUNCTION TRIM(WS-AMT-EDIT)
               " no-rate=" WS-NO-RATE-COUNT
           EVALUATE TRUE
               WHEN WS-NO-RATE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNATTRIB-AMOUNT > 0
                       OR WS-NO-ACCOUNT-COUNT > 0
                       OR WS-LINES-USED = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    MONTH= or, by default, the month before the run date; the
      *    rates in force on its last calendar day apply ('31' is
      *    past every month's end in a YYYYMMDD comparison).
       RESOLVE-CHARGE-MONTH.
           IF WS-MONTH-PARM IS NUMERIC
                   AND WS-MONTH-PARM(5:2) >= '01'
                   AND WS-MONTH-PARM(5:2) <= '12'
               MOVE WS-MONTH-PARM TO WS-MONTH-WORK
           ELSE
               MOVE WS-RUN-STAMP(1:6) TO WS-MONTH-WORK
               IF WS-MONTH-MONTH = 1
                   MOVE 12 TO WS-MONTH-MONTH
                   SUBTRACT 1 FROM WS-MONTH-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MONTH
               END-IF
           END-IF
           MOVE WS-MONTH-WORK TO WS-MONTH-END(1:6)
           MOVE '31' TO WS-MONTH-END(7:2).

       LOAD-VOLUME-LIST.
           MOVE 0 TO WS-VOL-COUNT
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 7
               ADD 1 TO WS-VOL-COUNT
               MOVE WS-VL-CODE(IDX) TO WS-VOL-CODE(WS-VOL-COUNT)
               MOVE WS-VL-DESC(IDX) TO WS-VOL-DESC(WS-VOL-COUNT)
               MOVE 0 TO WS-VOL-RATE(WS-VOL-COUNT)
                   WS-VOL-UNITS(WS-VOL-COUNT)
                   WS-VOL-AMOUNT(WS-VOL-COUNT)
               MOVE SPACES TO WS-VOL-RATE-DATE(WS-VOL-COUNT)
                   WS-VOL-ACCOUNT(WS-VOL-COUNT)
           END-PERFORM.

       LOAD-CHARGEBACK-RATES.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RTE-STAT NOT = "00"
               DISPLAY "Chargeback rate table not readable. STATUS="
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
                               PERFORM LOAD-ONE-CHARGEBACK-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

       LOAD-ONE-CHARGEBACK-RATE.
           MOVE SPACES TO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
               WS-RT-TOKEN-4
           UNSTRING FUNCTION TRIM(RATES-RECORD) DELIMITED BY ALL ' '
               INTO WS-RT-TOKEN-1 WS-RT-TOKEN-2 WS-RT-TOKEN-3
                   WS-RT-TOKEN-4
           END-UNSTRING
           IF WS-RT-TOKEN-1(1:8) IS NUMERIC AND
                   WS-RT-TOKEN-2 NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-RT-TOKEN-3) = 0
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RT-TOKEN-1(1:8) TO WS-RT-DATE(WS-RATE-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-RT-TOKEN-2)
                   TO WS-RT-VOLUME(WS-RATE-COUNT)
               COMPUTE WS-RT-PRICE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RT-TOKEN-3)
               MOVE WS-RT-TOKEN-4 TO WS-RT-ACCOUNT(WS-RATE-COUNT)
           END-IF.

      *    The month's lines by the stamp they were written under --
      *    a run that started before midnight on the last day
      *    charges to the month it finished in.
       LOAD-MONTH-USAGE.
           MOVE 0 TO WS-CO-COUNT WS-LINES-USED
           INITIALIZE WS-CELL-TABLE
           OPEN INPUT USAGE-LEDGER-FILE
           IF WS-ULG-STAT NOT = "00"
               DISPLAY "Usage ledger not readable. STATUS="
                   WS-ULG-STAT " FILE="
                   FUNCTION TRIM(WS-USAGE-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ USAGE-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF USAGE-STAMP(1:6) = WS-MONTH-WORK
                                   AND USAGE-COUNT IS NUMERIC
                                   AND USAGE-VOLUME NOT = SPACES
                               PERFORM COUNT-ONE-USAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-LEDGER-FILE
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT " usage lines "
                   "past the company or volume table not charged"
           END-IF.

       COUNT-ONE-USAGE-LINE.
           PERFORM FIND-OR-ADD-COMPANY
           PERFORM FIND-OR-ADD-VOLUME
           IF WS-CO-IDX = 0 OR WS-VOL-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-LINES-USED
               ADD USAGE-COUNT TO WS-CELL-UNITS(WS-CO-IDX WS-VOL-IDX)
               ADD USAGE-COUNT TO WS-VOL-UNITS(WS-VOL-IDX)
           END-IF.

      *    Inserted in code order, the cells of the companies behind
      *    it shifting down with them; WS-CO-IDX comes back 0 only
      *    when the table is full.
       FIND-OR-ADD-COMPANY.
           MOVE 0 TO WS-CO-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CO-COUNT OR WS-CO-IDX > 0
               IF WS-CO-CODE(IDX) = USAGE-COMPANY
                   MOVE IDX TO WS-CO-IDX
               END-IF
           END-PERFORM
           IF WS-CO-IDX > 0 OR WS-CO-COUNT >= WS-CO-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CO-IDX
           IF USAGE-COMPANY = '??'
               COMPUTE WS-CO-IDX = WS-CO-COUNT + 1
           END-IF
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                   OR WS-CO-CODE(WS-CO-IDX) > USAGE-COMPANY
                   OR WS-CO-CODE(WS-CO-IDX) = '??'
               ADD 1 TO WS-CO-IDX
           END-PERFORM
           PERFORM VARYING WS-CO-SHIFT-IDX FROM WS-CO-COUNT BY -1
                   UNTIL WS-CO-SHIFT-IDX < WS-CO-IDX
               MOVE WS-CO-ENTRY(WS-CO-SHIFT-IDX)
                   TO WS-CO-ENTRY(WS-CO-SHIFT-IDX + 1)
               MOVE WS-CELL-CO(WS-CO-SHIFT-IDX)
                   TO WS-CELL-CO(WS-CO-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CO-COUNT
           MOVE USAGE-COMPANY TO WS-CO-CODE(WS-CO-IDX)
           MOVE 0 TO WS-CO-AMOUNT(WS-CO-IDX)
           INITIALIZE WS-CELL-CO(WS-CO-IDX).

       FIND-OR-ADD-VOLUME.
           MOVE 0 TO WS-VOL-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-VOL-COUNT OR WS-VOL-IDX > 0
               IF WS-VOL-CODE(IDX) = USAGE-VOLUME
                   MOVE IDX TO WS-VOL-IDX
               END-IF
           END-PERFORM
           IF WS-VOL-IDX = 0 AND WS-VOL-COUNT < WS-VOL-MAX
               ADD 1 TO WS-VOL-COUNT
               MOVE WS-VOL-COUNT TO WS-VOL-IDX
               MOVE USAGE-VOLUME TO WS-VOL-CODE(WS-VOL-IDX)
               MOVE USAGE-VOLUME TO WS-VOL-DESC(WS-VOL-IDX)
               MOVE 0 TO WS-VOL-RATE(WS-VOL-IDX)
                   WS-VOL-UNITS(WS-VOL-IDX)
                   WS-VOL-AMOUNT(WS-VOL-IDX)
               MOVE SPACES TO WS-VOL-RATE-DATE(WS-VOL-IDX)
                   WS-VOL-ACCOUNT(WS-VOL-IDX)
           END-IF.

      *    Latest effective date not after the month's end wins; each
      *    company's units price and round on their own, so the GL
      *    lines foot to the report.
       PRICE-ONE-VOLUME.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-RATE-COUNT
               IF WS-RT-VOLUME(IDX) = WS-VOL-CODE(WS-VOL-IDX) AND
                       WS-RT-DATE(IDX) <= WS-MONTH-END AND
                       (WS-VOL-RATE-DATE(WS-VOL-IDX) = SPACES OR
                        WS-RT-DATE(IDX) >=
                            WS-VOL-RATE-DATE(WS-VOL-IDX))
                   MOVE WS-RT-DATE(IDX) TO WS-VOL-RATE-DATE(WS-VOL-IDX)
                   MOVE WS-RT-PRICE(IDX) TO WS-VOL-RATE(WS-VOL-IDX)
                   MOVE WS-RT-ACCOUNT(IDX)
                       TO WS-VOL-ACCOUNT(WS-VOL-IDX)
               END-IF
           END-PERFORM
           IF WS-VOL-UNITS(WS-VOL-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VOL-RATE-DATE(WS-VOL-IDX) = SPACES
               ADD 1 TO WS-NO-RATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-VOL-ACCOUNT(WS-VOL-IDX) = SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               COMPUTE WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX) ROUNDED =
                   WS-CELL-UNITS(WS-CO-IDX WS-VOL-IDX) *
                   WS-VOL-RATE(WS-VOL-IDX)
               ADD WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX)
                   TO WS-CO-AMOUNT(WS-CO-IDX)
                   WS-VOL-AMOUNT(WS-VOL-IDX)
                   WS-GRAND-AMOUNT
               IF WS-CO-CODE(WS-CO-IDX) = '??'
                   ADD WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX)
                       TO WS-UNATTRIB-AMOUNT
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE "FT-CHGBACK PROCESSING CHARGEBACK REPORT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Charge month    : " WS-MONTH-WORK
                   "   Run: " WS-RUN-STAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Usage ledger    : "
                   FUNCTION TRIM(WS-USAGE-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Rate table      : "
                   FUNCTION TRIM(WS-RATES-FILENAME)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LINES-USED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ledger lines    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-LINES-USED = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No usage recorded for the month."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-ONE-COMPANY.
           IF WS-CO-CODE(WS-CO-IDX) = '??'
               MOVE "UNATTRIBUTED" TO WS-CO-LABEL
           ELSE
               MOVE SPACES TO WS-CO-LABEL
               STRING "COMPANY " WS-CO-CODE(WS-CO-IDX)
                   DELIMITED BY SIZE INTO WS-CO-LABEL
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CO-LABEL TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "Volume" TO REPORT-RECORD(3:6)
           MOVE "Units" TO REPORT-RECORD(31:5)
           MOVE "Rate" TO REPORT-RECORD(42:4)
           MOVE "Effective" TO REPORT-RECORD(48:9)
           MOVE "Amount" TO REPORT-RECORD(74:6)
           WRITE REPORT-RECORD
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               IF WS-CELL-UNITS(WS-CO-IDX WS-VOL-IDX) > 0
                   PERFORM WRITE-ONE-CHARGE-LINE
               END-IF
           END-PERFORM
           MOVE WS-CO-AMOUNT(WS-CO-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-CO-LABEL " total"
               DELIMITED BY SIZE INTO REPORT-RECORD
           MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
           WRITE REPORT-RECORD.

       WRITE-ONE-CHARGE-LINE.
           MOVE WS-CELL-UNITS(WS-CO-IDX WS-VOL-IDX) TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-VOL-DESC(WS-VOL-IDX) TO REPORT-RECORD(3:20)
           MOVE WS-NUM-EDIT TO REPORT-RECORD(25:11)
           IF WS-VOL-RATE-DATE(WS-VOL-IDX) = SPACES
               MOVE "NO RATE EFFECTIVE" TO REPORT-RECORD(38:17)
           ELSE
               MOVE WS-VOL-RATE(WS-VOL-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO REPORT-RECORD(38:8)
               MOVE WS-VOL-RATE-DATE(WS-VOL-IDX) TO REPORT-RECORD(48:8)
               MOVE WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX)
                   TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
               IF WS-CO-CODE(WS-CO-IDX) NOT = '??'
                   PERFORM WRITE-ONE-GL-LINE
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       WRITE-VOLUME-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ALL COMPANIES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               IF WS-VOL-UNITS(WS-VOL-IDX) > 0
                   MOVE WS-VOL-UNITS(WS-VOL-IDX) TO WS-NUM-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE WS-VOL-DESC(WS-VOL-IDX) TO REPORT-RECORD(3:20)
                   MOVE WS-NUM-EDIT TO REPORT-RECORD(25:11)
                   IF WS-VOL-RATE-DATE(WS-VOL-IDX) = SPACES
                       MOVE "NO RATE EFFECTIVE"
                           TO REPORT-RECORD(38:17)
                   ELSE
                       MOVE WS-VOL-ACCOUNT(WS-VOL-IDX)
                           TO REPORT-RECORD(38:20)
                       IF WS-VOL-ACCOUNT(WS-VOL-IDX) = SPACES
                           MOVE "NO GL ACCOUNT"
                               TO REPORT-RECORD(38:13)
                       END-IF
                       MOVE WS-VOL-AMOUNT(WS-VOL-IDX) TO WS-AMT-EDIT
                       MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
                   END-IF
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GRAND-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "Total charged" TO REPORT-RECORD(1:18)
           MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
           WRITE REPORT-RECORD
           MOVE WS-UNATTRIB-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "Unattributed (not posted)" TO REPORT-RECORD(1:30)
           MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
           WRITE REPORT-RECORD
           MOVE WS-POSTED-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "Posted to GL" TO REPORT-RECORD(1:18)
           MOVE WS-AMT-EDIT TO REPORT-RECORD(67:13)
           WRITE REPORT-RECORD
           MOVE WS-GL-DETAIL-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "GL detail lines : " WS-NUM-EDIT
                   "  (" FUNCTION TRIM(WS-GL-FILENAME) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "Volumes with no effective rate were not charged."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-GL-HEADER.
           MOVE SPACES TO GL-RECORD
           STRING "HDR,CHARGEBACK," WS-MONTH-WORK "," WS-RUN-STAMP
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD.

       WRITE-ONE-GL-LINE.
           MOVE WS-CELL-UNITS(WS-CO-IDX WS-VOL-IDX)
               TO WS-GL-UNITS-EDIT
           MOVE WS-VOL-RATE(WS-VOL-IDX) TO WS-GL-RATE-EDIT
           MOVE WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX)
               TO WS-GL-AMOUNT-EDIT
           MOVE SPACES TO GL-RECORD
           STRING "D," WS-MONTH-WORK "," WS-CO-CODE(WS-CO-IDX) ","
                   FUNCTION TRIM(WS-VOL-ACCOUNT(WS-VOL-IDX)) ","
                   FUNCTION TRIM(WS-VOL-CODE(WS-VOL-IDX)) ","
                   FUNCTION TRIM(WS-GL-UNITS-EDIT) ","
                   FUNCTION TRIM(WS-GL-RATE-EDIT) ","
                   FUNCTION TRIM(WS-GL-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           IF WS-GL-STAT NOT = "00"
               DISPLAY "Write error on GL load file. STATUS="
                   WS-GL-STAT
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD WS-CELL-AMOUNT(WS-CO-IDX WS-VOL-IDX)
               TO WS-POSTED-AMOUNT.

       WRITE-GL-TRAILER.
           MOVE WS-GL-DETAIL-COUNT TO WS-GL-UNITS-EDIT
           MOVE WS-POSTED-AMOUNT TO WS-GL-AMOUNT-EDIT
           MOVE SPACES TO GL-RECORD
           STRING "TRL," FUNCTION TRIM(WS-GL-UNITS-EDIT) ","
                   FUNCTION TRIM(WS-GL-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD.

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
                   WHEN WS-PARM-WORK(1:6) = 'MONTH='
                       MOVE WS-PARM-WORK(7:6) TO WS-MONTH-PARM
                   WHEN WS-PARM-WORK(1:6) = 'USAGE='
                       MOVE WS-PARM-WORK(7:94) TO WS-USAGE-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'RATES='
                       MOVE WS-PARM-WORK(7:94) TO WS-RATES-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'GLFILE='
                       MOVE WS-PARM-WORK(8:93) TO WS-GL-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CHGBACK.
