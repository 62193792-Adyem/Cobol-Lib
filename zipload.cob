      *        against the NEW table and queues combinations that
      *        validated under the old table but fail the new one
      *        to the address exceptions file -- already-bad records
      *        are not re-queued;
      *      - converts the companion ZIP-level county product
      *        (fixed columns: ZIP 1-5, county FIPS 6-10, time zone
      *        11-14, standard UTC offset 15-17, daylight-saving
      *        flag 18, county name 19-48) into zip_county.xrf, the
      *        reference FT-ADDRESS enriches clean addresses from,
      *        and reports ZIPs whose county or time zone changed.
      *        The county product is optional: when it is absent
      *        the previous reference is left in place.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STAT.
           SELECT COUNTY-PRODUCT-FILE ASSIGN TO DYNAMIC
               WS-COUNTY-PRODUCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPR-STAT.
      *    The county reference, one fixed-column line per ZIP:
      *    ZIP 1-5, FIPS 7-11, time zone 13-16, UTC offset 18-20,
      *    DST flag 22, county name 24-53 ("62704 17167 CST  -06 Y
      *    Sangamon").
           SELECT COUNTY-XREF-FILE ASSIGN TO DYNAMIC
               WS-COUNTY-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXR-STAT.
           SELECT COUNTY-XREF-NEW-FILE ASSIGN TO DYNAMIC
               WS-COUNTY-XREF-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXN-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
       FD  ADDRESS-EXCEPTIONS-FILE.
       01  ADDRESS-EXCEPTIONS-RECORD PIC X(300).

       FD  COUNTY-PRODUCT-FILE.
       01  COUNTY-PRODUCT-RECORD    PIC X(60).

       FD  COUNTY-XREF-FILE.
       01  COUNTY-XREF-RECORD       PIC X(80).

       FD  COUNTY-XREF-NEW-FILE.
       01  COUNTY-XREF-NEW-RECORD   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-EXC-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-CPR-STAT      PIC XX VALUE SPACES.
       77  WS-CXR-STAT      PIC XX VALUE SPACES.
       77  WS-CXN-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.
       77  WS-JDX           PIC 9(4) COMP.

                                VALUE 'address_exceptions.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'zipload_report.txt'.
       01  WS-COUNTY-PRODUCT-FILENAME PIC X(100)
                                VALUE 'usps_zip_county.txt'.
       01  WS-COUNTY-XREF-FILENAME PIC X(100)
                                VALUE 'zip_county.xrf'.
       01  WS-COUNTY-XREF-NEW-FILENAME PIC X(100)
                                VALUE 'zip_county.xrf.new'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-REC-CITY          PIC X(40) VALUE SPACES.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    County reference, old and new, in the same 1000-entry
      *    shape as the city/state tables.
       01  WS-CNTY-OLD-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-NEW-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-OLD-TABLE.
           05  WS-CNTY-OLD-ENTRY OCCURS 1000 TIMES.
               10  WS-CNTY-OLD-ZIP      PIC X(5).
               10  WS-CNTY-OLD-FIPS     PIC X(5).
               10  WS-CNTY-OLD-TZ       PIC X(4).
               10  WS-CNTY-OLD-OFFSET   PIC X(3).
               10  WS-CNTY-OLD-DST      PIC X(1).
               10  WS-CNTY-OLD-NAME     PIC X(30).
       01  WS-CNTY-NEW-TABLE.
           05  WS-CNTY-NEW-ENTRY OCCURS 1000 TIMES.
               10  WS-CNTY-NEW-ZIP      PIC X(5).
               10  WS-CNTY-NEW-FIPS     PIC X(5).
               10  WS-CNTY-NEW-TZ       PIC X(4).
               10  WS-CNTY-NEW-OFFSET   PIC X(3).
               10  WS-CNTY-NEW-DST      PIC X(1).
               10  WS-CNTY-NEW-NAME     PIC X(30).
       01  WS-CNTY-ADD-COUNT    PIC 9(9) VALUE 0.
       01  WS-CNTY-CHANGE-COUNT PIC 9(9) VALUE 0.
       01  WS-CNTY-BAD-COUNT    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM WRITE-NEW-XREF-FILE
           PERFORM RESCREEN-CLEAN-ADDRESSES
           PERFORM WRITE-LOAD-SUMMARY
           PERFORM LOAD-COUNTY-REFERENCE
           CLOSE REPORT-FILE

           DISPLAY "FT-ZIPLOAD: adds=" WS-ADD-COUNT
               " retires=" WS-RETIRE-COUNT
               " renames=" WS-RENAME-COUNT
               " newly-invalid=" WS-NEWLY-BAD-COUNT
               " county-zips=" WS-CNTY-NEW-COUNT
           IF WS-NEWLY-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The county half of the quarterly load. The product is
      *    optional: no product (or nothing usable in it) leaves the
      *    previous zip_county.xrf in place and says so on the
      *    report.
       LOAD-COUNTY-REFERENCE.
           PERFORM LOAD-COUNTY-PRODUCT
           IF WS-CNTY-NEW-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "County reference: NOT LOADED (no product in "
                       FUNCTION TRIM(WS-COUNTY-PRODUCT-FILENAME) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OLD-COUNTY-XREF
           PERFORM DIFF-COUNTY-REFERENCE
           PERFORM WRITE-NEW-COUNTY-XREF
           MOVE WS-CNTY-NEW-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "County ZIPs     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNTY-ADD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "County added    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CNTY-CHANGE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "County changed  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CNTY-BAD-COUNT > 0
               MOVE WS-CNTY-BAD-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "County unusable : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    A product line needs a numeric ZIP and FIPS and a Y/N
      *    daylight-saving flag; anything else is counted unusable
      *    rather than loaded half-formed.
       LOAD-COUNTY-PRODUCT.
           MOVE 0 TO WS-CNTY-NEW-COUNT
           OPEN INPUT COUNTY-PRODUCT-FILE
           IF WS-CPR-STAT NOT = "00"
               DISPLAY "County product not loaded. STATUS="
                   WS-CPR-STAT " FILE="
                   FUNCTION TRIM(WS-COUNTY-PRODUCT-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-CNTY-NEW-COUNT >= WS-TABLE-MAX
               READ COUNTY-PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF COUNTY-PRODUCT-RECORD(1:5) IS NUMERIC
                               AND COUNTY-PRODUCT-RECORD(6:5)
                                   IS NUMERIC
                               AND (COUNTY-PRODUCT-RECORD(18:1) = 'Y'
                                OR COUNTY-PRODUCT-RECORD(18:1) = 'N')
                           ADD 1 TO WS-CNTY-NEW-COUNT
                           MOVE COUNTY-PRODUCT-RECORD(1:5)
                               TO WS-CNTY-NEW-ZIP(WS-CNTY-NEW-COUNT)
                           MOVE COUNTY-PRODUCT-RECORD(6:5)
                               TO WS-CNTY-NEW-FIPS(WS-CNTY-NEW-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               COUNTY-PRODUCT-RECORD(11:4))
                               TO WS-CNTY-NEW-TZ(WS-CNTY-NEW-COUNT)
                           MOVE COUNTY-PRODUCT-RECORD(15:3)
                               TO WS-CNTY-NEW-OFFSET(WS-CNTY-NEW-COUNT)
                           MOVE COUNTY-PRODUCT-RECORD(18:1)
                               TO WS-CNTY-NEW-DST(WS-CNTY-NEW-COUNT)
                           MOVE COUNTY-PRODUCT-RECORD(19:30)
                               TO WS-CNTY-NEW-NAME(WS-CNTY-NEW-COUNT)
                       ELSE
                           IF COUNTY-PRODUCT-RECORD NOT = SPACES
                               ADD 1 TO WS-CNTY-BAD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTY-PRODUCT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-OLD-COUNTY-XREF.
           MOVE 0 TO WS-CNTY-OLD-COUNT
           OPEN INPUT COUNTY-XREF-FILE
           IF WS-CXR-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-CNTY-OLD-COUNT >= WS-TABLE-MAX
               READ COUNTY-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF COUNTY-XREF-RECORD(1:5) IS NUMERIC
                           ADD 1 TO WS-CNTY-OLD-COUNT
                           MOVE COUNTY-XREF-RECORD(1:5)
                               TO WS-CNTY-OLD-ZIP(WS-CNTY-OLD-COUNT)
                           MOVE COUNTY-XREF-RECORD(7:5)
                               TO WS-CNTY-OLD-FIPS(WS-CNTY-OLD-COUNT)
                           MOVE COUNTY-XREF-RECORD(13:4)
                               TO WS-CNTY-OLD-TZ(WS-CNTY-OLD-COUNT)
                           MOVE COUNTY-XREF-RECORD(18:3)
                               TO WS-CNTY-OLD-OFFSET(WS-CNTY-OLD-COUNT)
                           MOVE COUNTY-XREF-RECORD(22:1)
                               TO WS-CNTY-OLD-DST(WS-CNTY-OLD-COUNT)
                           MOVE COUNTY-XREF-RECORD(24:30)
                               TO WS-CNTY-OLD-NAME(WS-CNTY-OLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTY-XREF-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *    A ZIP that moved county or time zone (or changed its
      *    daylight-saving observance) is listed, since every clean
      *    address in it re-enriches on its next FT-ADDRESS pass.
       DIFF-COUNTY-REFERENCE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CNTY-NEW-COUNT
               MOVE 0 TO WS-HIT-IDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-CNTY-OLD-COUNT
                   IF WS-CNTY-NEW-ZIP(IDX) = WS-CNTY-OLD-ZIP(WS-JDX)
                       MOVE WS-JDX TO WS-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HIT-IDX = 0
                       ADD 1 TO WS-CNTY-ADD-COUNT
                   WHEN WS-CNTY-NEW-ENTRY(IDX) NOT =
                           WS-CNTY-OLD-ENTRY(WS-HIT-IDX)
                       ADD 1 TO WS-CNTY-CHANGE-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "COUNTY  " WS-CNTY-NEW-ZIP(IDX) " "
                               WS-CNTY-OLD-FIPS(WS-HIT-IDX) " "
                               WS-CNTY-OLD-TZ(WS-HIT-IDX) " "
                               WS-CNTY-OLD-DST(WS-HIT-IDX) " -> "
                               WS-CNTY-NEW-FIPS(IDX) " "
                               WS-CNTY-NEW-TZ(IDX) " "
                               WS-CNTY-NEW-DST(IDX) " "
                               FUNCTION TRIM(WS-CNTY-NEW-NAME(IDX))
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
               END-EVALUATE
           END-PERFORM.

       WRITE-NEW-COUNTY-XREF.
           OPEN OUTPUT COUNTY-XREF-NEW-FILE
           IF WS-CXN-STAT NOT = "00"
               DISPLAY "Failed to open working county xref. STATUS="
                   WS-CXN-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CNTY-NEW-COUNT
               MOVE SPACES TO COUNTY-XREF-NEW-RECORD
               STRING WS-CNTY-NEW-ZIP(IDX) " "
                       WS-CNTY-NEW-FIPS(IDX) " "
                       WS-CNTY-NEW-TZ(IDX) " "
                       WS-CNTY-NEW-OFFSET(IDX) " "
                       WS-CNTY-NEW-DST(IDX) " "
                       FUNCTION TRIM(WS-CNTY-NEW-NAME(IDX))
                   DELIMITED BY SIZE INTO COUNTY-XREF-NEW-RECORD
               END-STRING
               WRITE COUNTY-XREF-NEW-RECORD
           END-PERFORM
           CLOSE COUNTY-XREF-NEW-FILE
           CALL "CBL_DELETE_FILE" USING WS-COUNTY-XREF-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-COUNTY-XREF-NEW-FILENAME
               WS-COUNTY-XREF-FILENAME.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                   WHEN WS-PARM-WORK(1:5) = 'XREF='
                       MOVE WS-PARM-WORK(6:95)
                           TO WS-ZIP-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'COUNTY='
                       MOVE WS-PARM-WORK(8:93)
                           TO WS-COUNTY-PRODUCT-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'COUNTYXREF='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-COUNTY-XREF-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
