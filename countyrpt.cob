       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CNTYRPT.

      *    County distribution of the clean address file. FT-ADDRESS
      *    enriches every clean address with its county, county FIPS
      *    code and time zone from the ZIP-level county reference
      *    FT-ZIPLOAD loads each quarter; this report counts the
      *    customers in each county, state by state: one line per
      *    county (FIPS, name, customers, share of the state), a
      *    "(no county)" line for the state's addresses the
      *    reference did not carry -- a ZIP missing from it, a
      *    military address, or a record not yet enriched -- and a
      *    state total with its county count, closing with grand
      *    totals. The address rows are sorted by state and FIPS
      *    code through the input and output procedures the way
      *    FT-LISTPULL sweeps its stores. Parameters: INPUT= (the
      *    clean address file, default clean_addresses.txt) and
      *    REPORT= (default county_distribution_report.txt). Return
      *    code 4 when no address carries a county at all (the
      *    reference was never loaded), 12 when the address file or
      *    the report cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-ADDRESSES-FILE ASSIGN TO DYNAMIC
               WS-ADDRESSES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STAT.
           SELECT CNTY-SORT-FILE ASSIGN TO "CNTYSORT".
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-ADDRESSES-FILE.
       01  CLEAN-ADDRESSES-RECORD   PIC X(256).
       01  ADDRESS-RECORD REDEFINES CLEAN-ADDRESSES-RECORD.
           05  ADDR-CUST-ID             PIC X(10).
           COPY "ADDRESS-RECORD.cpy".

      *    One row per address: state, then a tag that puts the
      *    state's unenriched addresses ('2') behind its counties
      *    ('1'), then the county.
       SD  CNTY-SORT-FILE.
       01  CNTY-SORT-RECORD.
           05  CNTY-SORT-STATE      PIC X(2).
           05  CNTY-SORT-TAG        PIC X(1).
           05  CNTY-SORT-FIPS       PIC X(5).
           05  CNTY-SORT-NAME       PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.

       01  WS-ADDRESSES-FILENAME PIC X(100)
                                VALUE 'clean_addresses.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'county_distribution_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.

      *    Control-break state. A state's county lines buffer here
      *    until its break, when the state total is known and each
      *    line's share of it can print (254 counties in the
      *    largest state).
       01  WS-CUR-STATE         PIC X(2) VALUE SPACES.
       01  WS-CUR-TAG           PIC X(1) VALUE SPACES.
       01  WS-CUR-FIPS          PIC X(5) VALUE SPACES.
       01  WS-FIRST-ROW-SW      PIC X VALUE 'Y'.
           88  FIRST-ROW            VALUE 'Y'.
       01  WS-LINE-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-LINE-MAX          PIC 9(4) COMP VALUE 400.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 400 TIMES.
               10  WS-LINE-TAG      PIC X(1).
               10  WS-LINE-FIPS     PIC X(5).
               10  WS-LINE-NAME     PIC X(30).
               10  WS-LINE-CUST     PIC 9(9).
       01  WS-STATE-CUST        PIC 9(9) VALUE 0.
       01  WS-STATE-COUNTIES    PIC 9(9) VALUE 0.

       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-TOTAL-CUST        PIC 9(9) VALUE 0.
       01  WS-TOTAL-ENRICHED    PIC 9(9) VALUE 0.
       01  WS-TOTAL-NO-COUNTY   PIC 9(9) VALUE 0.
       01  WS-TOTAL-STATES      PIC 9(9) VALUE 0.
       01  WS-TOTAL-COUNTIES    PIC 9(9) VALUE 0.

       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT               PIC 9(3)V9 VALUE 0.
       01  WS-PCT-EDIT          PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS
           OPEN INPUT CLEAN-ADDRESSES-FILE
           IF WS-ADR-STAT NOT = "00"
               DISPLAY "Failed to open clean addresses. STATUS="
                   WS-ADR-STAT " FILE="
                   FUNCTION TRIM(WS-ADDRESSES-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open county report. STATUS="
                   WS-RPT-STAT
               CLOSE CLEAN-ADDRESSES-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-CNTYRPT COUNTY DISTRIBUTION REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Source: " FUNCTION TRIM(WS-ADDRESSES-FILENAME)
                   "   Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           SORT CNTY-SORT-FILE
               ON ASCENDING KEY CNTY-SORT-STATE CNTY-SORT-TAG
                   CNTY-SORT-FIPS
               INPUT PROCEDURE IS RELEASE-ADDRESS-ROWS
               OUTPUT PROCEDURE IS SWEEP-COUNTY-ROWS

           CLOSE CLEAN-ADDRESSES-FILE
           PERFORM WRITE-GRAND-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "FT-CNTYRPT: customers=" WS-TOTAL-CUST
               " counties=" WS-TOTAL-COUNTIES
               " no-county=" WS-TOTAL-NO-COUNTY
           IF WS-TOTAL-CUST > 0 AND WS-TOTAL-ENRICHED = 0
               DISPLAY "FT-CNTYRPT: no address carries a county - "
                   "has the county reference been loaded?"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Header and trailer lines and blank ids are not customers.
       RELEASE-ADDRESS-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CLEAN-ADDRESSES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ADDR-CUST-ID(1:3) NOT = 'HDR'
                               AND ADDR-CUST-ID(1:3) NOT = 'TRL'
                               AND ADDR-CUST-ID NOT = SPACES
                           PERFORM RELEASE-ONE-ADDRESS-ROW
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ADDRESS-ROW.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO CNTY-SORT-RECORD
           MOVE ADDR-STATE-CODE TO CNTY-SORT-STATE
           IF ADDR-COUNTY-FIPS = SPACES
               MOVE '2' TO CNTY-SORT-TAG
           ELSE
               MOVE '1' TO CNTY-SORT-TAG
               MOVE ADDR-COUNTY-FIPS TO CNTY-SORT-FIPS
               MOVE ADDR-COUNTY-NAME TO CNTY-SORT-NAME
           END-IF
           RELEASE CNTY-SORT-RECORD.

      *    Breaks on state, and within it on county (or the
      *    no-county bucket).
       SWEEP-COUNTY-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               RETURN CNTY-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-COUNTY-ROW
               END-RETURN
           END-PERFORM
           IF NOT FIRST-ROW
               PERFORM WRITE-STATE-BLOCK
           END-IF.

       TALLY-ONE-COUNTY-ROW.
           IF NOT FIRST-ROW AND CNTY-SORT-STATE NOT = WS-CUR-STATE
               PERFORM WRITE-STATE-BLOCK
               MOVE 'Y' TO WS-FIRST-ROW-SW
           END-IF
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               MOVE CNTY-SORT-STATE TO WS-CUR-STATE
               MOVE 0 TO WS-LINE-COUNT WS-STATE-CUST
                   WS-STATE-COUNTIES
               MOVE SPACES TO WS-CUR-TAG WS-CUR-FIPS
           END-IF
           IF CNTY-SORT-TAG NOT = WS-CUR-TAG
                   OR CNTY-SORT-FIPS NOT = WS-CUR-FIPS
                   OR WS-LINE-COUNT = 0
               MOVE CNTY-SORT-TAG TO WS-CUR-TAG
               MOVE CNTY-SORT-FIPS TO WS-CUR-FIPS
               IF WS-LINE-COUNT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   MOVE CNTY-SORT-TAG TO WS-LINE-TAG(WS-LINE-COUNT)
                   MOVE CNTY-SORT-FIPS TO WS-LINE-FIPS(WS-LINE-COUNT)
                   MOVE CNTY-SORT-NAME TO WS-LINE-NAME(WS-LINE-COUNT)
                   MOVE 0 TO WS-LINE-CUST(WS-LINE-COUNT)
               ELSE
                   DISPLAY "FT-CNTYRPT: more than " WS-LINE-MAX
                       " counties in state " WS-CUR-STATE
                       " - the rest count on the last line"
               END-IF
               IF CNTY-SORT-TAG = '1'
                   ADD 1 TO WS-STATE-COUNTIES
               END-IF
           END-IF
           ADD 1 TO WS-LINE-CUST(WS-LINE-COUNT)
           ADD 1 TO WS-STATE-CUST
           ADD 1 TO WS-TOTAL-CUST
           IF CNTY-SORT-TAG = '1'
               ADD 1 TO WS-TOTAL-ENRICHED
           ELSE
               ADD 1 TO WS-TOTAL-NO-COUNTY
           END-IF.

       WRITE-STATE-BLOCK.
           ADD 1 TO WS-TOTAL-STATES
           ADD WS-STATE-COUNTIES TO WS-TOTAL-COUNTIES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-CUR-STATE = SPACES
               MOVE "STATE (blank)" TO REPORT-RECORD
           ELSE
               STRING "STATE " WS-CUR-STATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-LINE-COUNT
               COMPUTE WS-PCT ROUNDED =
                   WS-LINE-CUST(IDX) * 100 / WS-STATE-CUST
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-LINE-CUST(IDX) TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               IF WS-LINE-TAG(IDX) = '1'
                   STRING "  " WS-LINE-FIPS(IDX) "  "
                           WS-LINE-NAME(IDX) " " WS-NUM-EDIT
                           "  " WS-PCT-EDIT "%"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  -----  (no county)                    "
                           WS-NUM-EDIT "  " WS-PCT-EDIT "%"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE WS-STATE-CUST TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  State total                           " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-STATE-COUNTIES TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Counties                              " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CUST TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Customers      : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ENRICHED TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "With county    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-NO-COUNTY TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "No county      : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-STATES TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "States         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-COUNTIES TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Counties       : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-ADDRESSES-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CNTYRPT.
