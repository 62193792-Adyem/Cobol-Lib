               WS-ZIP-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZXR-STAT.
      *    ZIP-level county reference FT-ZIPLOAD converts from the
      *    quarterly county product, one fixed-column line per ZIP
      *    (ZIP 1-5, FIPS 7-11, time zone 13-16, UTC offset 18-20,
      *    DST flag 22, county 24-53). Every record written to the
      *    clean file and the master is enriched from it with its
      *    county, FIPS code and time zone; no reference file means
      *    enrichment is skipped, noted on the control report, and
      *    carried-forward records keep what the master holds.
           SELECT COUNTY-XREF-FILE ASSIGN TO DYNAMIC
               WS-COUNTY-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXR-STAT.
           SELECT ADDRESS-REJECTS-FILE ASSIGN TO DYNAMIC
               WS-ADDR-REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               WS-ADDR-CHANGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STAT.
      *    Reverse-lookup side index over the master (ZIP, house
      *    number, upper-cased street, id), read by FT-NAMEINQ and
      *    FT-CUST360 for ADDRESS= lookups. The nightly run rebuilds
      *    it whole from the carry-forward sweep, which already
      *    reads every master record, so a customer who moved drops
      *    off their old address that night; a move-update run
      *    appends the new address of each move it applies, the
      *    way FT-NAME appends to name_search.idx. ADDRIDX= PARM
      *    overrides the name.
           SELECT ADDRESS-INDEX-FILE ASSIGN TO DYNAMIC
               WS-ADDR-IDX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STAT.
      *    Alternate-address transactions (ALTADDR= switches the run
      *    into alternate-address mode): one fixed-column line per
      *    change to a customer's seasonal, billing or temporary
      *    address -- customer id 1-10, action 12 (A add or replace,
      *    D delete), purpose 14 (S seasonal, B billing, T
      *    temporary), recurrence 16 (R every year, O one time),
      *    from date 18-25 and through date 27-34 (MMDD for a
      *    recurring range, YYYYMMDD for a one-time range, whose
      *    through date may be left blank), address text 36-155. An
      *    A for a purpose, recurrence and from date the customer
      *    already holds replaces that address; a D with the from
      *    date blank removes every alternate of the purpose. The
      *    store is address_alternates.txt (ALTADDR-RECORD.cpy),
      *    under the fixed name ADDRALT reads it by for FT-LABELS,
      *    FT-LETTER, FT-NIXIE and FT-CUST360.
           SELECT ALT-TRANS-FILE ASSIGN TO DYNAMIC
               WS-ALT-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-STAT.
           SELECT ALT-STORE-FILE ASSIGN TO DYNAMIC
               WS-ALT-STORE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AST-STAT.
           SELECT ALT-STORE-NEW-FILE ASSIGN TO DYNAMIC
               WS-ALT-STORE-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-STAT.
           SELECT ALT-EXCEPTIONS-FILE ASSIGN TO DYNAMIC
               WS-ALT-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AEX-STAT.
           SELECT ALT-REPORT-FILE ASSIGN TO DYNAMIC
               WS-ALT-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARP-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-XREF-FILE.
       01  ZIP-XREF-RECORD          PIC X(80).

       FD  COUNTY-XREF-FILE.
       01  COUNTY-XREF-RECORD       PIC X(80).

      *    Bytes 1-256 the raw input record verbatim, bytes 257-286
      *    the validation reason -- the same tacked-on-tail layout
      *    FT-NAME's rejects file uses.
       FD  ADDRESS-CHANGES-FILE.
       01  ADDRESS-CHANGES-RECORD   PIC X(560).

      *    Index line: ZIP (first five) 1-5, house number 7-16,
      *    upper-cased street 18-77, customer id 79-88.
       FD  ADDRESS-INDEX-FILE.
       01  ADDRESS-INDEX-RECORD     PIC X(88).

       FD  ALT-TRANS-FILE.
       01  ALT-TRANS-RECORD         PIC X(160).

       FD  ALT-STORE-FILE.
       01  ALT-STORE-RECORD         PIC X(300).

       FD  ALT-STORE-NEW-FILE.
       01  ALT-STORE-NEW-RECORD     PIC X(300).

      *    Bytes 1-155 the transaction verbatim, 157-186 the reason.
       FD  ALT-EXCEPTIONS-FILE.
       01  ALT-EXCEPTIONS-RECORD    PIC X(186).

       FD  ALT-REPORT-FILE.
       01  ALT-REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       77  WS-IN-STAT       PIC XX VALUE SPACES.
       77  WS-OUT-STAT      PIC XX VALUE SPACES.
       77  WS-MRP-STAT      PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-ACH-STAT      PIC XX VALUE SPACES.
       77  WS-CXR-STAT      PIC XX VALUE SPACES.
       77  WS-AIX-STAT      PIC XX VALUE SPACES.
       77  WS-ATR-STAT      PIC XX VALUE SPACES.
       77  WS-AST-STAT      PIC XX VALUE SPACES.
       77  WS-ASN-STAT      PIC XX VALUE SPACES.
       77  WS-AEX-STAT      PIC XX VALUE SPACES.
       77  WS-ARP-STAT      PIC XX VALUE SPACES.

       01  WS-INPUT-FILENAME    PIC X(100) VALUE 'addresses.txt'.
       01  WS-OUTPUT-FILENAME   PIC X(100)
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID    PIC X(10) VALUE SPACES.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
      *    Records cleansed from tonight's feed, by the customer's
      *    company on the name master, for the month-end chargeback
      *    (see CHGUSAGE). Carried-forward records are not counted.
       01  WS-USAGE-FUNC        PIC X VALUE SPACE.
       01  WS-USAGE-RECORD.
           COPY "USAGE-RECORD.cpy".
       01  WS-PRIOR-ADDR-TEXT   PIC X(246) VALUE SPACES.
       01  WS-ADDR-ADD-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDR-CHG-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDR-COLL-COUNT   PIC 9(9) VALUE 0.
       01  WS-CARRIED-COUNT     PIC 9(9) VALUE 0.
      *    Reverse-lookup index state -- see the ADDRESS-INDEX-FILE
      *    SELECT note.
       01  WS-ADDR-IDX-FILENAME PIC X(100)
                                VALUE 'address_search.idx'.
       01  WS-AIX-OPEN-SW       PIC X VALUE 'N'.
           88  ADDRESS-INDEX-OPEN   VALUE 'Y'.
       01  WS-INDEXED-COUNT     PIC 9(9) VALUE 0.

      *    Same space/hyphen/apostrophe word-boundary rules PROCESS-NAME
      *    uses, applied to ADDRESS-OUTPUT-RECORD from column 11 on.
       01  WS-PARSED-COUNT      PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(9) VALUE 0.

      *    Address-type recognition. Ahead of the street rules the
      *    parser looks for the other postal forms: an APO/FPO/DPO
      *    word just ahead of the state marks a military address
      *    (the words before it are the PSC/CMR/UNIT/ship line); a
      *    leading PO BOX / P.O. BOX / P O BOX / POB / POST OFFICE
      *    BOX and its number a PO box; a leading RR / RFD / RURAL
      *    ROUTE or HC / HIGHWAY CONTRACT and its number (with an
      *    optional BOX and number) a rural route; a leading
      *    GENERAL DELIVERY the general-delivery form. Each is
      *    rebuilt in its one standard form in WS-TYPE-STREET and
      *    the words after it up to the state are the city.
       01  WS-ADDR-TYPE         PIC X VALUE 'S'.
           88  IS-STREET-ADDRESS    VALUE 'S'.
           88  IS-PO-BOX-ADDRESS    VALUE 'P'.
           88  IS-RURAL-ADDRESS     VALUE 'R'.
           88  IS-MILITARY-ADDRESS  VALUE 'M'.
           88  IS-GENERAL-DELIVERY  VALUE 'G'.
       01  WS-TYPE-STREET       PIC X(60) VALUE SPACES.
       01  WS-TYPE-WORD         PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-1       PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-2       PIC X(30) VALUE SPACES.
       01  WS-TYPE-WORD-3       PIC X(30) VALUE SPACES.
       01  WS-TYPE-PREFIX       PIC X(2) VALUE SPACES.
       01  WS-TYPE-DESIG-WORDS  PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-CHAR-IDX     PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-OUT-IDX      PIC 9(4) COMP VALUE 0.
       01  WS-POBOX-COUNT       PIC 9(9) VALUE 0.
       01  WS-RURAL-COUNT       PIC 9(9) VALUE 0.
       01  WS-MILITARY-COUNT    PIC 9(9) VALUE 0.
       01  WS-GENDEL-COUNT      PIC 9(9) VALUE 0.
       01  WS-MIL-REJECT-COUNT  PIC 9(9) VALUE 0.
      *    Military ZIP ranges by military state code: AA (the
      *    Americas) 340xx, AE (Europe, Middle East, Africa, Canada)
      *    090xx-098xx, AP (Pacific) 962xx-966xx. A military address
      *    is checked against these instead of the city/state
      *    cross-reference, which carries no APO/FPO/DPO entries.
       01  WS-MIL-RANGE-INIT.
           05  FILLER PIC X(12) VALUE 'AA3400034099'.
           05  FILLER PIC X(12) VALUE 'AE0900009899'.
           05  FILLER PIC X(12) VALUE 'AP9620096699'.
       01  WS-MIL-RANGE-TABLE REDEFINES WS-MIL-RANGE-INIT.
           05  WS-MIL-RANGE-ENTRY OCCURS 3 TIMES.
               10  WS-MIL-STATE     PIC X(2).
               10  WS-MIL-ZIP-LOW   PIC X(5).
               10  WS-MIL-ZIP-HIGH  PIC X(5).
       01  WS-MIL-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-MIL-HIT-SWITCH    PIC X VALUE 'N'.

      *    Normalization mappings -- see the ADDR-RULES-FILE SELECT
      *    note. A variant matches case-insensitively with any
      *    trailing period stripped; the standard form replaces the
       01  WS-NORM-STD-LEN      PIC 9(4) COMP VALUE 0.
       01  WS-NORM-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-NORMALIZED-COUNT  PIC 9(9) VALUE 0.
       01  WS-ADDR-NORM-SWITCH  PIC X VALUE SPACE.
       01  WS-NORM-TABLE.
           05  WS-NORM-ENTRY OCCURS 40 TIMES.
               10  WS-NORM-FROM     PIC X(20).
      *            P pending, A applied, M old-address mismatch,
      *            F new address failed parsing.

      *    Alternate-address state -- see the ALT-TRANS-FILE SELECT
      *    note. The whole store loads into the table, transactions
      *    mark lines kept (K) or deleted (D) and add new ones, and
      *    the kept lines are written back through the .new copy.
      *    A store too large for the table refuses the run rather
      *    than write back a short file.
       01  WS-ALT-TRANS-FILENAME PIC X(100) VALUE SPACES.
       01  WS-ALT-MODE-SWITCH   PIC X VALUE 'N'.
           88  IS-ALTERNATE-RUN     VALUE 'Y'.
       01  WS-ALT-STORE-FILENAME PIC X(100)
                                VALUE 'address_alternates.txt'.
       01  WS-ALT-STORE-NEW-FILENAME PIC X(100)
                                VALUE 'address_alternates.txt.new'.
       01  WS-ALT-EXC-FILENAME  PIC X(100)
                                VALUE 'address_alt_exceptions.txt'.
       01  WS-ALT-RPT-FILENAME  PIC X(100)
                                VALUE 'address_alt_report.txt'.
       01  WS-ALT-STORE-OK-SW   PIC X VALUE 'Y'.
           88  ALT-STORE-OK         VALUE 'Y'.
       01  WS-ALT-REASON        PIC X(30) VALUE SPACES.
       01  WS-ALT-ACTION-WORD   PIC X(9) VALUE SPACES.
       01  WS-ALT-HIT-IDX       PIC 9(4) COMP VALUE 0.
       01  WS-ALT-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-ALT-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ALT-MAX           PIC 9(4) COMP VALUE 5000.
       01  WS-ALT-TRANS-READ    PIC 9(9) VALUE 0.
       01  WS-ALT-ADDED         PIC 9(9) VALUE 0.
       01  WS-ALT-REPLACED      PIC 9(9) VALUE 0.
       01  WS-ALT-DELETED       PIC 9(9) VALUE 0.
       01  WS-ALT-REJECTED      PIC 9(9) VALUE 0.
       01  WS-ALT-HELD          PIC 9(9) VALUE 0.
       01  WS-ALT-DATE-CHECK    PIC X(8) VALUE SPACES.
       01  WS-ALT-DATE-PARTS REDEFINES WS-ALT-DATE-CHECK.
           05  WS-ALT-DATE-YYYY     PIC 9(4).
           05  WS-ALT-DATE-MM       PIC 9(2).
           05  WS-ALT-DATE-DD       PIC 9(2).
       01  WS-ALT-LINE.
           COPY "ALTADDR-RECORD.cpy".
       01  WS-ALT-TABLE.
           05  WS-ALT-ENTRY OCCURS 5000 TIMES.
               10  WS-ALT-ENT-LINE  PIC X(300).
               10  WS-ALT-ENT-STATE PIC X(1).

      *    ZIP cross-reference validation -- see the ZIP-XREF-FILE
      *    SELECT note.
       01  WS-ZIP-XREF-FILENAME PIC X(100)
               10  WS-XREF-STATE    PIC X(2).
               10  WS-XREF-CITY     PIC X(40).

      *    County enrichment -- see the COUNTY-XREF-FILE SELECT note.
       01  WS-COUNTY-XREF-FILENAME PIC X(100)
                                VALUE 'zip_county.xrf'.
       01  WS-CNTY-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-CNTY-EOF-SWITCH   PIC X VALUE 'N'.
       01  WS-CNTY-ON-SWITCH    PIC X VALUE 'N'.
           88  COUNTY-ENRICH-ON     VALUE 'Y'.
       01  WS-ENRICHED-COUNT    PIC 9(9) VALUE 0.
       01  WS-NO-COUNTY-COUNT   PIC 9(9) VALUE 0.
       01  WS-CNTY-TABLE.
           05  WS-CNTY-ENTRY OCCURS 1000 TIMES.
               10  WS-CNTY-ZIP      PIC X(5).
               10  WS-CNTY-FIPS     PIC X(5).
               10  WS-CNTY-TZ       PIC X(4).
               10  WS-CNTY-OFFSET   PIC X(3).
               10  WS-CNTY-DST      PIC X(1).
               10  WS-CNTY-NAME     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-NORMALIZATION-RULES
           PERFORM LOAD-ZIP-XREF
           PERFORM LOAD-COUNTY-XREF

           IF IS-MOVE-RUN
               PERFORM RUN-MOVE-UPDATE-MODE
               GOBACK
           END-IF

           IF IS-ALTERNATE-RUN
               PERFORM RUN-ALTERNATE-ADDRESS-MODE
               GOBACK
           END-IF

           PERFORM OPEN-ADDRESS-MASTER
           OPEN EXTEND ADDRESS-CHANGES-FILE
           IF WS-ACH-STAT = "35"
           CLOSE ADDRESS-REJECTS-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE ADDRESS-CHANGES-FILE
           PERFORM FLUSH-CLEANSE-USAGE

           PERFORM WRITE-CONTROL-REPORT
           GOBACK.

       TALLY-CLEANSE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE 'FT-ADDRESS' TO USAGE-PROGRAM
           MOVE 'ADDRCLN' TO USAGE-VOLUME
           MOVE ADDR-CUST-ID TO USAGE-CUST-ID
           MOVE 1 TO USAGE-COUNT
           MOVE 'T' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       FLUSH-CLEANSE-USAGE.
           MOVE SPACES TO WS-USAGE-RECORD
           MOVE WS-RUN-ID TO USAGE-RUN-ID
           MOVE 'E' TO WS-USAGE-FUNC
           CALL 'CHGUSAGE' USING WS-USAGE-FUNC WS-USAGE-RECORD.

       OPEN-ADDRESS-MASTER.
           OPEN I-O ADDRESS-MASTER-FILE
           IF WS-AMS-STAT = "35"
               NOT INVALID KEY
                   IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                       MOVE ADDR-MST-TEXT TO WS-PRIOR-ADDR-TEXT
      *                A master record written before the address
      *                type was carried reads blank there, which is a
      *                street address -- not a change in itself.
                       IF WS-PRIOR-ADDR-TEXT(155:1) = SPACE
                           MOVE 'S' TO WS-PRIOR-ADDR-TEXT(155:1)
                       END-IF
      *                Nor is a county or time zone the reference
      *                filled in or revised, or the normalized flag:
      *                the enrichment bytes and the flag are left out
      *                of the comparison.
                       MOVE ADDRESS-OUTPUT-RECORD(166:44)
                           TO WS-PRIOR-ADDR-TEXT(156:44)
                       MOVE ADDRESS-OUTPUT-RECORD(11:246)
                           TO ADDR-MST-TEXT
                       MOVE WS-RUN-ID TO ADDR-MST-RUN-ID

      *    Sweep the master front to back; a record whose stamp is
      *    not this run's was not in tonight's feed and carries
      *    forward into the clean file, enriched from the current
      *    county reference -- and rewritten in place, stamp kept,
      *    when that enrichment differs from what the master held.
      *    Every record the sweep reads, tonight's or carried, goes
      *    into the freshly rebuilt reverse-lookup index.
       CARRY-FORWARD-ABSENT-CUSTOMERS.
           IF WS-AMS-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE ADDRESS-MASTER-FILE
           OPEN I-O ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               DISPLAY "Failed to reopen address master for carry-"
                   "forward. STATUS=" WS-AMS-STAT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ADDRESS-INDEX-FILE
           IF WS-AIX-STAT = "00"
               MOVE 'Y' TO WS-AIX-OPEN-SW
           ELSE
               DISPLAY "Failed to open address search index. STATUS="
                   WS-AIX-STAT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ADDRESS-MASTER-FILE NEXT RECORD
                               TO ADDRESS-OUTPUT-RECORD(1:10)
                           MOVE ADDR-MST-TEXT
                               TO ADDRESS-OUTPUT-RECORD(11:246)
                           PERFORM ENRICH-FROM-COUNTY-XREF
                           IF ADDRESS-OUTPUT-RECORD(11:246)
                                   NOT = ADDR-MST-TEXT
                               MOVE ADDRESS-OUTPUT-RECORD(11:246)
                                   TO ADDR-MST-TEXT
                               REWRITE ADDR-MASTER-RECORD
                               END-REWRITE
                           END-IF
                           WRITE ADDRESS-OUTPUT-RECORD
                           ADD 1 TO WS-CARRIED-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                       END-IF
                       IF ADDRESS-INDEX-OPEN
                           PERFORM WRITE-ADDRESS-INDEX-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ADDRESS-INDEX.

      *    One index line for the master record in the FD area. A
      *    move-update run opens the index EXTEND on its first
      *    applied move; the nightly sweep has already opened it
      *    OUTPUT.
       WRITE-ADDRESS-INDEX-ENTRY.
           IF NOT ADDRESS-INDEX-OPEN
               OPEN EXTEND ADDRESS-INDEX-FILE
               IF WS-AIX-STAT = "35"
                   OPEN OUTPUT ADDRESS-INDEX-FILE
               END-IF
               IF WS-AIX-STAT NOT = "00"
                   DISPLAY "Failed to open address search index. "
                       "STATUS=" WS-AIX-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-AIX-OPEN-SW
           END-IF
           MOVE SPACES TO ADDRESS-INDEX-RECORD
           MOVE ADDR-MST-TEXT(133:5) TO ADDRESS-INDEX-RECORD(1:5)
           MOVE ADDR-MST-TEXT(1:10) TO ADDRESS-INDEX-RECORD(7:10)
           MOVE FUNCTION UPPER-CASE(ADDR-MST-TEXT(11:60))
               TO ADDRESS-INDEX-RECORD(18:60)
           MOVE ADDR-MST-CUST-ID TO ADDRESS-INDEX-RECORD(79:10)
           WRITE ADDRESS-INDEX-RECORD
           IF WS-AIX-STAT NOT = "00"
               DISPLAY "Write error on address search index. STATUS="
                   WS-AIX-STAT
           ELSE
               ADD 1 TO WS-INDEXED-COUNT
           END-IF.

       CLOSE-ADDRESS-INDEX.
           IF ADDRESS-INDEX-OPEN
               CLOSE ADDRESS-INDEX-FILE
               MOVE 'N' TO WS-AIX-OPEN-SW
           END-IF.

      *    Byte-identical to name.cob's COMPUTE-MASTER-RELATIVE-KEY.
       COMPUTE-MASTER-RELATIVE-KEY.
                   WHEN WS-PARM-WORK(1:5) = 'XREF='
                       MOVE WS-PARM-WORK(6:95)
                           TO WS-ZIP-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:11) = 'COUNTYXREF='
                       MOVE WS-PARM-WORK(12:89)
                           TO WS-COUNTY-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:8) = 'ADDRIDX='
                       MOVE WS-PARM-WORK(9:92)
                           TO WS-ADDR-IDX-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'MOVES='
                       MOVE WS-PARM-WORK(7:94) TO WS-MOVES-FILENAME
                       MOVE 'Y' TO WS-MOVE-MODE-SWITCH
                   WHEN WS-PARM-WORK(1:8) = 'ALTADDR='
                       MOVE WS-PARM-WORK(9:92)
                           TO WS-ALT-TRANS-FILENAME
                       MOVE 'Y' TO WS-ALT-MODE-SWITCH
                   WHEN WS-PARM-WORK(1:6) = 'CLEAN='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-ADDR-CURRENT-FILENAME
           CLOSE MOVES-REPORT-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE ADDRESS-CHANGES-FILE
           PERFORM CLOSE-ADDRESS-INDEX
      *    The working copy replaces the live file only when every
      *    write landed -- a half-written copy after a disk problem
      *    must never displace the good clean file.
               PERFORM PARSE-ADDRESS-TEXT
               IF ADDRESS-PARSED
                   PERFORM POPULATE-ADDRESS-RECORD
                   PERFORM VALIDATE-PARSED-ADDRESS
               END-IF
               IF ADDRESS-PARSED AND WS-VALIDATE-REASON = SPACES
                   ADD 1 TO WS-MOVES-APPLIED
                   MOVE 'A' TO WS-MOVE-STATE(WS-MOVE-HIT-IDX)
                   PERFORM ENRICH-FROM-COUNTY-XREF
                   MOVE ADDRESS-OUTPUT-RECORD TO ADDR-UPDATED-RECORD
                   WRITE ADDR-UPDATED-RECORD
      *            The master must learn the move too, or the next
      *            address for a customer absent from its feed.
                   IF WS-AMS-STAT = "00" OR WS-AMS-STAT = "02"
                       PERFORM UPSERT-ADDRESS-MASTER
                       IF (WS-AMS-STAT = "00" OR WS-AMS-STAT = "02")
                               AND ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                           PERFORM WRITE-ADDRESS-INDEX-ENTRY
                       END-IF
                   END-IF
                   PERFORM WRITE-ONE-MOVE-APPLIED-LINE
               ELSE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    Alternate-address mode: apply the ALTADDR= transactions
      *    to address_alternates.txt. An added address goes through
      *    the casing, parsing, validation and county enrichment the
      *    nightly pass applies, and only for a customer the address
      *    master holds -- an alternate with no primary behind it
      *    would be mail nobody can trace. A replacement arrives
      *    without the return-mail mark the old line may have
      *    carried, the way a move clears it on the primary.
       RUN-ALTERNATE-ADDRESS-MODE.
           PERFORM LOAD-ALTERNATE-STORE
           IF NOT ALT-STORE-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALT-TRANS-FILE
           IF WS-ATR-STAT NOT = "00"
               DISPLAY "Failed to open alternate-address "
                   "transactions. STATUS=" WS-ATR-STAT " FILE="
                   FUNCTION TRIM(WS-ALT-TRANS-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-ADDRESS-MASTER
           OPEN OUTPUT ALT-EXCEPTIONS-FILE
           IF WS-AEX-STAT NOT = "00"
               DISPLAY "Failed to open alternate exceptions. STATUS="
                   WS-AEX-STAT
           END-IF
           OPEN OUTPUT ALT-REPORT-FILE
           IF WS-ARP-STAT NOT = "00"
               DISPLAY "Failed to open alternate report. STATUS="
                   WS-ARP-STAT
           ELSE
               MOVE "FT-ADDRESS ALTERNATE-ADDRESS REPORT"
                   TO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-ONE-ALT-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ALT-TRANS-FILE
           CLOSE ADDRESS-MASTER-FILE

           PERFORM WRITE-ALTERNATE-STORE
           PERFORM WRITE-ALT-SUMMARY
           CLOSE ALT-EXCEPTIONS-FILE
           CLOSE ALT-REPORT-FILE

           DISPLAY "FT-ADDRESS alternates: added=" WS-ALT-ADDED
               " replaced=" WS-ALT-REPLACED
               " deleted=" WS-ALT-DELETED
               " rejected=" WS-ALT-REJECTED
           IF NOT ALT-STORE-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ALT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ALTERNATE-STORE.
           MOVE 0 TO WS-ALT-COUNT
           OPEN INPUT ALT-STORE-FILE
           IF WS-AST-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AST-STAT NOT = "00"
               DISPLAY "Failed to open alternate addresses. STATUS="
                   WS-AST-STAT " FILE="
                   FUNCTION TRIM(WS-ALT-STORE-FILENAME)
               MOVE 'N' TO WS-ALT-STORE-OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALT-STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ALT-STORE-RECORD(1:10) NOT = SPACES
                           IF WS-ALT-COUNT >= WS-ALT-MAX
                               DISPLAY "Alternate addresses exceed "
                                   WS-ALT-MAX " lines - run refused"
                               MOVE 'N' TO WS-ALT-STORE-OK-SW
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-ALT-COUNT
                               MOVE ALT-STORE-RECORD
                                   TO WS-ALT-ENT-LINE(WS-ALT-COUNT)
                               MOVE 'K'
                                   TO WS-ALT-ENT-STATE(WS-ALT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALT-STORE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       APPLY-ONE-ALT-TRANSACTION.
           IF ALT-TRANS-RECORD(1:10) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALT-TRANS-READ
           PERFORM VALIDATE-ALT-TRANSACTION
           IF WS-ALT-REASON NOT = SPACES
               PERFORM WRITE-ONE-ALT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF ALT-TRANS-RECORD(12:1) = 'D'
               PERFORM DELETE-ALT-ADDRESS
           ELSE
               PERFORM ADD-ALT-ADDRESS
           END-IF.

       VALIDATE-ALT-TRANSACTION.
           MOVE SPACES TO WS-ALT-REASON
           EVALUATE TRUE
               WHEN ALT-TRANS-RECORD(12:1) NOT = 'A'
                       AND ALT-TRANS-RECORD(12:1) NOT = 'D'
                   MOVE "INVALID ACTION" TO WS-ALT-REASON
               WHEN ALT-TRANS-RECORD(14:1) NOT = 'S'
                       AND ALT-TRANS-RECORD(14:1) NOT = 'B'
                       AND ALT-TRANS-RECORD(14:1) NOT = 'T'
                   MOVE "INVALID PURPOSE" TO WS-ALT-REASON
               WHEN ALT-TRANS-RECORD(16:1) NOT = 'R'
                       AND ALT-TRANS-RECORD(16:1) NOT = 'O'
                       AND (ALT-TRANS-RECORD(12:1) = 'A'
                           OR ALT-TRANS-RECORD(16:1) NOT = SPACE)
                   MOVE "INVALID RECURRENCE" TO WS-ALT-REASON
           END-EVALUATE
           IF WS-ALT-REASON NOT = SPACES
                   OR ALT-TRANS-RECORD(12:1) = 'D'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALT-DATE-RANGE
           IF WS-ALT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ALT-TRANS-RECORD(1:10) TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-ALT-REASON
               NOT INVALID KEY
                   IF ADDR-MST-CUST-ID NOT = WS-LOOKUP-CUST-ID
                       MOVE "CUSTOMER NOT ON FILE" TO WS-ALT-REASON
                   END-IF
           END-READ
           IF WS-AMS-STAT NOT = "00" AND WS-AMS-STAT NOT = "02"
               MOVE "CUSTOMER NOT ON FILE" TO WS-ALT-REASON
           END-IF.

      *    A recurring range is two MMDD dates, the rest of each
      *    field blank, and may wrap the year end; a one-time range
      *    is two YYYYMMDD dates in order, or a start date alone.
       CHECK-ALT-DATE-RANGE.
           IF ALT-TRANS-RECORD(16:1) = 'R'
               IF ALT-TRANS-RECORD(22:4) NOT = SPACES
                       OR ALT-TRANS-RECORD(31:4) NOT = SPACES
                   MOVE "INVALID DATE RANGE" TO WS-ALT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE '2000' TO WS-ALT-DATE-CHECK(1:4)
               MOVE ALT-TRANS-RECORD(18:4) TO WS-ALT-DATE-CHECK(5:4)
               PERFORM CHECK-ONE-ALT-DATE
               MOVE ALT-TRANS-RECORD(27:4) TO WS-ALT-DATE-CHECK(5:4)
               PERFORM CHECK-ONE-ALT-DATE
           ELSE
               MOVE ALT-TRANS-RECORD(18:8) TO WS-ALT-DATE-CHECK
               PERFORM CHECK-ONE-ALT-DATE
               IF ALT-TRANS-RECORD(27:8) NOT = SPACES
                   MOVE ALT-TRANS-RECORD(27:8) TO WS-ALT-DATE-CHECK
                   PERFORM CHECK-ONE-ALT-DATE
                   IF ALT-TRANS-RECORD(27:8) < ALT-TRANS-RECORD(18:8)
                       MOVE "INVALID DATE RANGE" TO WS-ALT-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-ALT-DATE.
           IF WS-ALT-DATE-CHECK IS NOT NUMERIC
               MOVE "INVALID DATE RANGE" TO WS-ALT-REASON
           ELSE
               IF WS-ALT-DATE-MM < 1 OR WS-ALT-DATE-MM > 12
                       OR WS-ALT-DATE-DD < 1 OR WS-ALT-DATE-DD > 31
                   MOVE "INVALID DATE RANGE" TO WS-ALT-REASON
               END-IF
           END-IF.

       ADD-ALT-ADDRESS.
           MOVE SPACES TO ADDRESS-OUTPUT-RECORD
           MOVE ALT-TRANS-RECORD(1:10) TO ADDRESS-OUTPUT-RECORD(1:10)
           MOVE ALT-TRANS-RECORD(36:120)
               TO ADDRESS-OUTPUT-RECORD(11:120)
           MOVE SPACES TO WS-VALIDATE-REASON
           PERFORM CHECK-COUNTRY-CODE-PREFIX
           PERFORM CASE-ADDRESS-TEXT
           PERFORM PARSE-ADDRESS-TEXT
           IF ADDRESS-PARSED
               PERFORM POPULATE-ADDRESS-RECORD
               PERFORM VALIDATE-PARSED-ADDRESS
           END-IF
           IF NOT ADDRESS-PARSED OR WS-VALIDATE-REASON NOT = SPACES
               MOVE WS-PARSE-REASON TO WS-ALT-REASON
               IF WS-ALT-REASON = SPACES
                   MOVE WS-VALIDATE-REASON TO WS-ALT-REASON
               END-IF
               PERFORM WRITE-ONE-ALT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM ENRICH-FROM-COUNTY-XREF

           MOVE SPACES TO WS-ALT-LINE
           MOVE ALT-TRANS-RECORD(1:10) TO ALT-CUST-ID
           MOVE ALT-TRANS-RECORD(14:1) TO ALT-PURPOSE
           MOVE ALT-TRANS-RECORD(16:1) TO ALT-RECURRENCE
           MOVE ALT-TRANS-RECORD(18:8) TO ALT-FROM-DATE
           MOVE ALT-TRANS-RECORD(27:8) TO ALT-THRU-DATE
           MOVE WS-RUN-ID TO ALT-RUN-ID
           MOVE ADDRESS-OUTPUT-RECORD(11:246) TO ALT-ADDRESS-TEXT

           MOVE 0 TO WS-ALT-HIT-IDX
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
               IF WS-ALT-ENT-STATE(WS-ALT-IDX) = 'K'
                       AND WS-ALT-ENT-LINE(WS-ALT-IDX)(1:21)
                           = WS-ALT-LINE(1:21)
                   MOVE WS-ALT-IDX TO WS-ALT-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-ALT-HIT-IDX > 0
               MOVE WS-ALT-LINE TO WS-ALT-ENT-LINE(WS-ALT-HIT-IDX)
               ADD 1 TO WS-ALT-REPLACED
               MOVE "REPLACED " TO WS-ALT-ACTION-WORD
           ELSE
               IF WS-ALT-COUNT >= WS-ALT-MAX
                   MOVE "ALTERNATE TABLE FULL" TO WS-ALT-REASON
                   PERFORM WRITE-ONE-ALT-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ALT-COUNT
               MOVE WS-ALT-LINE TO WS-ALT-ENT-LINE(WS-ALT-COUNT)
               MOVE 'K' TO WS-ALT-ENT-STATE(WS-ALT-COUNT)
               ADD 1 TO WS-ALT-ADDED
               MOVE "ADDED    " TO WS-ALT-ACTION-WORD
           END-IF
           PERFORM WRITE-ONE-ALT-APPLIED-LINE.

      *    A given recurrence narrows the match; a blank from date
      *    widens it to every alternate of the purpose.
       DELETE-ALT-ADDRESS.
           MOVE 0 TO WS-ALT-HIT-IDX
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
               IF WS-ALT-ENT-STATE(WS-ALT-IDX) = 'K'
                       AND WS-ALT-ENT-LINE(WS-ALT-IDX)(1:10)
                           = ALT-TRANS-RECORD(1:10)
                       AND WS-ALT-ENT-LINE(WS-ALT-IDX)(12:1)
                           = ALT-TRANS-RECORD(14:1)
                       AND (ALT-TRANS-RECORD(16:1) = SPACE
                           OR WS-ALT-ENT-LINE(WS-ALT-IDX)(13:1)
                               = ALT-TRANS-RECORD(16:1))
                       AND (ALT-TRANS-RECORD(18:8) = SPACES
                           OR WS-ALT-ENT-LINE(WS-ALT-IDX)(14:8)
                               = ALT-TRANS-RECORD(18:8))
                   MOVE 'D' TO WS-ALT-ENT-STATE(WS-ALT-IDX)
                   MOVE WS-ALT-IDX TO WS-ALT-HIT-IDX
                   ADD 1 TO WS-ALT-DELETED
               END-IF
           END-PERFORM
           IF WS-ALT-HIT-IDX = 0
               MOVE "ALTERNATE NOT ON FILE" TO WS-ALT-REASON
               PERFORM WRITE-ONE-ALT-EXCEPTION
           ELSE
               MOVE "DELETED  " TO WS-ALT-ACTION-WORD
               PERFORM WRITE-ONE-ALT-APPLIED-LINE
           END-IF.

       WRITE-ONE-ALT-APPLIED-LINE.
           IF WS-ARP-STAT = "00"
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING WS-ALT-ACTION-WORD DELIMITED BY SIZE
                       ALT-TRANS-RECORD(1:10) DELIMITED BY SIZE
                       " " ALT-TRANS-RECORD(14:1) DELIMITED BY SIZE
                       " " ALT-TRANS-RECORD(16:1) DELIMITED BY SIZE
                       " FROM=" ALT-TRANS-RECORD(18:8)
                           DELIMITED BY SIZE
                       " THRU=" ALT-TRANS-RECORD(27:8)
                           DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       FUNCTION TRIM(ALT-TRANS-RECORD(36:120))
                           DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                   INTO ALT-REPORT-RECORD
               END-STRING
               WRITE ALT-REPORT-RECORD
           END-IF.

       WRITE-ONE-ALT-EXCEPTION.
           ADD 1 TO WS-ALT-REJECTED
           IF WS-AEX-STAT = "00"
               MOVE SPACES TO ALT-EXCEPTIONS-RECORD
               MOVE ALT-TRANS-RECORD(1:155)
                   TO ALT-EXCEPTIONS-RECORD(1:155)
               MOVE WS-ALT-REASON TO ALT-EXCEPTIONS-RECORD(157:30)
               WRITE ALT-EXCEPTIONS-RECORD
               IF WS-AEX-STAT NOT = "00"
                   DISPLAY "Write error on alternate exceptions. "
                       "STATUS=" WS-AEX-STAT
               END-IF
           END-IF.

      *    Same rule as the move-update working copy: the store is
      *    replaced only when every write landed.
       WRITE-ALTERNATE-STORE.
           OPEN OUTPUT ALT-STORE-NEW-FILE
           IF WS-ASN-STAT NOT = "00"
               DISPLAY "Failed to open alternate working copy. "
                   "STATUS=" WS-ASN-STAT
               MOVE 'N' TO WS-ALT-STORE-OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
                   OR WS-ASN-STAT NOT = "00"
               IF WS-ALT-ENT-STATE(WS-ALT-IDX) = 'K'
                   MOVE WS-ALT-ENT-LINE(WS-ALT-IDX)
                       TO ALT-STORE-NEW-RECORD
                   WRITE ALT-STORE-NEW-RECORD
                   ADD 1 TO WS-ALT-HELD
               END-IF
           END-PERFORM
           IF WS-ASN-STAT = "00"
               CLOSE ALT-STORE-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-ALT-STORE-FILENAME
               CALL "CBL_RENAME_FILE" USING WS-ALT-STORE-NEW-FILENAME
                   WS-ALT-STORE-FILENAME
           ELSE
               DISPLAY "Write error on alternate working copy. "
                   "STATUS=" WS-ASN-STAT
               CLOSE ALT-STORE-NEW-FILE
               DISPLAY "Working copy kept aside, live file untouched: "
                   FUNCTION TRIM(WS-ALT-STORE-NEW-FILENAME)
               MOVE 'N' TO WS-ALT-STORE-OK-SW
           END-IF.

       WRITE-ALT-SUMMARY.
           IF WS-ARP-STAT = "00"
               MOVE WS-ALT-TRANS-READ TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Transactions    : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
               MOVE WS-ALT-ADDED TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Added           : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
               MOVE WS-ALT-REPLACED TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Replaced        : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
               MOVE WS-ALT-DELETED TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Deleted         : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
               MOVE WS-ALT-REJECTED TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Rejected        : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
               MOVE WS-ALT-HELD TO WS-NUM-EDIT
               MOVE SPACES TO ALT-REPORT-RECORD
               STRING "Alternates held : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO ALT-REPORT-RECORD
               WRITE ALT-REPORT-RECORD
           END-IF.

       PROCESS-ONE-ADDRESS-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-VALIDATE-REASON
           PERFORM PARSE-ADDRESS-TEXT
           IF ADDRESS-PARSED
               PERFORM POPULATE-ADDRESS-RECORD
               PERFORM VALIDATE-PARSED-ADDRESS
               IF WS-VALIDATE-REASON = SPACES
                   IF ZIP-VALIDATION-ON
                       ADD 1 TO WS-VALIDATED-COUNT
                   END-IF
                   PERFORM ENRICH-FROM-COUNTY-XREF
                   WRITE ADDRESS-OUTPUT-RECORD
                   ADD 1 TO WS-WRITE-COUNT
                   ADD 1 TO WS-PARSED-COUNT
                   EVALUATE TRUE
                       WHEN IS-PO-BOX-ADDRESS
                           ADD 1 TO WS-POBOX-COUNT
                       WHEN IS-RURAL-ADDRESS
                           ADD 1 TO WS-RURAL-COUNT
                       WHEN IS-MILITARY-ADDRESS
                           ADD 1 TO WS-MILITARY-COUNT
                       WHEN IS-GENERAL-DELIVERY
                           ADD 1 TO WS-GENDEL-COUNT
                   END-EVALUATE
                   PERFORM TALLY-CLEANSE-USAGE
                   IF WS-AMS-STAT = "00" OR WS-AMS-STAT = "02"
                       PERFORM UPSERT-ADDRESS-MASTER
                   END-IF
               PERFORM WRITE-ADDRESS-EXCEPTION
           END-IF.

      *    A military address -- recognized by its APO/FPO/DPO, or
      *    claiming a military state code without one -- is checked
      *    against the built-in military ZIP ranges whether or not a
      *    cross-reference is loaded; everything else goes to the
      *    cross-reference when there is one.
       VALIDATE-PARSED-ADDRESS.
           MOVE SPACES TO WS-VALIDATE-REASON
           IF IS-MILITARY-ADDRESS OR ADDR-STATE-CODE = 'AA' OR
                   ADDR-STATE-CODE = 'AE' OR ADDR-STATE-CODE = 'AP'
               PERFORM VALIDATE-MILITARY-ADDRESS
               IF WS-VALIDATE-REASON NOT = SPACES
                   ADD 1 TO WS-MIL-REJECT-COUNT
               END-IF
           ELSE
               IF ZIP-VALIDATION-ON
                   PERFORM VALIDATE-AGAINST-ZIP-XREF
               END-IF
           END-IF.

       VALIDATE-MILITARY-ADDRESS.
           MOVE 'N' TO WS-MIL-HIT-SWITCH
           PERFORM VARYING WS-MIL-IDX FROM 1 BY 1
                   UNTIL WS-MIL-IDX > 3
               IF ADDR-STATE-CODE = WS-MIL-STATE(WS-MIL-IDX)
                   MOVE 'Y' TO WS-MIL-HIT-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT IS-MILITARY-ADDRESS
                   MOVE "NO MILITARY POST OFFICE"
                       TO WS-VALIDATE-REASON
               WHEN WS-MIL-HIT-SWITCH = 'N'
                   MOVE "MILITARY STATE INVALID"
                       TO WS-VALIDATE-REASON
               WHEN ADDR-ZIP-CODE(1:5) < WS-MIL-ZIP-LOW(WS-MIL-IDX)
                       OR ADDR-ZIP-CODE(1:5) >
                       WS-MIL-ZIP-HIGH(WS-MIL-IDX)
                   MOVE "MILITARY ZIP MISMATCH"
                       TO WS-VALIDATE-REASON
           END-EVALUATE.

      *    The parsed components checked against the cross-reference:
      *    the ZIP must be on file, and the state and city must agree
      *    with what the file says for that ZIP.
               END-IF
           END-IF.

      *    Same fixed-column layout FT-ZIPLOAD writes. An absent or
      *    empty reference turns enrichment off.
       LOAD-COUNTY-XREF.
           MOVE 0 TO WS-CNTY-COUNT
           MOVE 'N' TO WS-CNTY-EOF-SWITCH
           MOVE 'N' TO WS-CNTY-ON-SWITCH
           OPEN INPUT COUNTY-XREF-FILE
           IF WS-CXR-STAT = "00"
               PERFORM UNTIL WS-CNTY-EOF-SWITCH = 'Y'
                       OR WS-CNTY-COUNT >= WS-XREF-MAX
                   READ COUNTY-XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-CNTY-EOF-SWITCH
                       NOT AT END
                           IF COUNTY-XREF-RECORD(1:5) IS NUMERIC
                               ADD 1 TO WS-CNTY-COUNT
                               MOVE COUNTY-XREF-RECORD(1:5)
                                   TO WS-CNTY-ZIP(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(7:5)
                                   TO WS-CNTY-FIPS(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(13:4)
                                   TO WS-CNTY-TZ(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(18:3)
                                   TO WS-CNTY-OFFSET(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(22:1)
                                   TO WS-CNTY-DST(WS-CNTY-COUNT)
                               MOVE COUNTY-XREF-RECORD(24:30)
                                   TO WS-CNTY-NAME(WS-CNTY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTY-XREF-FILE
               IF WS-CNTY-COUNT > 0
                   MOVE 'Y' TO WS-CNTY-ON-SWITCH
               END-IF
           END-IF.

      *    Fills the county fields of the record on the output
      *    overlay from its 5-digit ZIP. A ZIP the reference does
      *    not carry is written blank and counted; a military
      *    address has no county and is left blank uncounted. With
      *    no reference loaded the record is left as it stands.
       ENRICH-FROM-COUNTY-XREF.
           IF NOT COUNTY-ENRICH-ON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ADDRESS-OUTPUT-RECORD(166:43)
           IF ADDR-IS-MILITARY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNTY-IDX FROM 1 BY 1
                   UNTIL WS-CNTY-IDX > WS-CNTY-COUNT
               IF ADDR-ZIP-CODE(1:5) = WS-CNTY-ZIP(WS-CNTY-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CNTY-IDX > WS-CNTY-COUNT
               ADD 1 TO WS-NO-COUNTY-COUNT
           ELSE
               MOVE WS-CNTY-NAME(WS-CNTY-IDX) TO ADDR-COUNTY-NAME
               MOVE WS-CNTY-FIPS(WS-CNTY-IDX) TO ADDR-COUNTY-FIPS
               MOVE WS-CNTY-TZ(WS-CNTY-IDX) TO ADDR-TIME-ZONE
               MOVE WS-CNTY-OFFSET(WS-CNTY-IDX) TO ADDR-UTC-OFFSET
               MOVE WS-CNTY-DST(WS-CNTY-IDX) TO ADDR-DST-FLAG
               ADD 1 TO WS-ENRICHED-COUNT
           END-IF.

      *    Split the cased text into words, captured into the table
      *    before any structured field is moved (the overlay shares
      *    the output record's bytes), then check the component
               END-IF
           END-PERFORM

           MOVE 'S' TO WS-ADDR-TYPE
           IF WS-AWORD-COUNT < 5
               MOVE "TOO FEW WORDS" TO WS-PARSE-REASON
           ELSE
               PERFORM CLASSIFY-ADDRESS-TYPE
           END-IF
           EVALUATE TRUE
               WHEN WS-PARSE-REASON NOT = SPACES
                   CONTINUE
               WHEN IS-STREET-ADDRESS AND
                       WS-AWORD-TEXT(1) NOT = SPACES AND
                       FUNCTION TRIM(WS-AWORD-TEXT(1)) IS NOT NUMERIC
                   MOVE "NO HOUSE NUMBER" TO WS-PARSE-REASON
               WHEN OTHER
                   PERFORM CHECK-ZIP-AND-STATE-WORDS
           END-EVALUATE
           IF WS-PARSE-REASON = SPACES
               IF IS-STREET-ADDRESS
                   PERFORM FIND-UNIT-DESIGNATOR
               END-IF
               MOVE 'Y' TO WS-PARSE-SWITCH
           END-IF.

      *    Recognizes the non-street postal forms (see the
      *    WS-ADDR-TYPE note) and builds each one's standard
      *    delivery line; anything unrecognized stays a street
      *    address for the rules above. A PO box or route whose
      *    number is missing queues as an exception rather than
      *    falling through to the street rules, which would only
      *    report it as having no house number.
       CLASSIFY-ADDRESS-TYPE.
           MOVE SPACES TO WS-TYPE-STREET
           MOVE SPACES TO WS-TYPE-PREFIX
           MOVE 0 TO WS-TYPE-DESIG-WORDS
           COMPUTE WS-AWORD-IDX = WS-AWORD-COUNT - 2
           PERFORM FOLD-TYPE-WORD
           IF WS-TYPE-WORD = 'APO' OR WS-TYPE-WORD = 'FPO' OR
                   WS-TYPE-WORD = 'DPO'
               MOVE 'M' TO WS-ADDR-TYPE
               COMPUTE WS-CITY-START = WS-AWORD-COUNT - 2
               MOVE WS-TYPE-WORD TO WS-AWORD-TEXT(WS-CITY-START)
               PERFORM VARYING WS-AWORD-IDX FROM 1 BY 1
                       UNTIL WS-AWORD-IDX > WS-AWORD-COUNT - 3
                   IF WS-TYPE-STREET = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-AWORD-TEXT(WS-AWORD-IDX)))
                           TO WS-TYPE-STREET
                   ELSE
                       STRING FUNCTION TRIM(WS-TYPE-STREET) " "
                               FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-AWORD-TEXT(WS-AWORD-IDX)))
                           DELIMITED BY SIZE INTO WS-TYPE-STREET
                       END-STRING
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-1
           MOVE 2 TO WS-AWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-2
           MOVE 3 TO WS-AWORD-IDX
           PERFORM FOLD-TYPE-WORD
           MOVE WS-TYPE-WORD TO WS-TYPE-WORD-3
           EVALUATE TRUE
               WHEN WS-TYPE-WORD-1 = 'PO' AND WS-TYPE-WORD-2 = 'BOX'
                   MOVE 'P' TO WS-ADDR-TYPE
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'P' AND WS-TYPE-WORD-2 = 'O'
                       AND WS-TYPE-WORD-3 = 'BOX'
                   MOVE 'P' TO WS-ADDR-TYPE
                   MOVE 3 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'POST' AND
                       WS-TYPE-WORD-2 = 'OFFICE' AND
                       WS-TYPE-WORD-3 = 'BOX'
                   MOVE 'P' TO WS-ADDR-TYPE
                   MOVE 3 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'POB'
                   MOVE 'P' TO WS-ADDR-TYPE
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'RR' OR WS-TYPE-WORD-1 = 'RFD'
                   MOVE 'R' TO WS-ADDR-TYPE
                   MOVE 'RR' TO WS-TYPE-PREFIX
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'RURAL' AND
                       WS-TYPE-WORD-2 = 'ROUTE'
                   MOVE 'R' TO WS-ADDR-TYPE
                   MOVE 'RR' TO WS-TYPE-PREFIX
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'HC'
                   MOVE 'R' TO WS-ADDR-TYPE
                   MOVE 'HC' TO WS-TYPE-PREFIX
                   MOVE 1 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'HIGHWAY' AND
                       WS-TYPE-WORD-2 = 'CONTRACT'
                   MOVE 'R' TO WS-ADDR-TYPE
                   MOVE 'HC' TO WS-TYPE-PREFIX
                   MOVE 2 TO WS-TYPE-DESIG-WORDS
               WHEN WS-TYPE-WORD-1 = 'GENERAL' AND
                       WS-TYPE-WORD-2 = 'DELIVERY'
                   MOVE 'G' TO WS-ADDR-TYPE
                   MOVE 'General Delivery' TO WS-TYPE-STREET
                   MOVE 3 TO WS-CITY-START
           END-EVALUATE
      *    The box or route number is the word after the designator
      *    and must leave at least one city word ahead of the state.
           IF IS-PO-BOX-ADDRESS OR IS-RURAL-ADDRESS
               COMPUTE WS-AWORD-IDX = WS-TYPE-DESIG-WORDS + 1
               IF WS-AWORD-IDX > WS-AWORD-COUNT - 3 OR
                       WS-AWORD-TEXT(WS-AWORD-IDX)(1:1)
                       IS NOT NUMERIC
                   IF IS-PO-BOX-ADDRESS
                       MOVE "NO BOX NUMBER" TO WS-PARSE-REASON
                   ELSE
                       MOVE "NO ROUTE NUMBER" TO WS-PARSE-REASON
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CITY-START = WS-AWORD-IDX + 1
           END-IF
           IF IS-PO-BOX-ADDRESS
               STRING "PO Box " FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-AWORD-TEXT(WS-AWORD-IDX)))
                   DELIMITED BY SIZE INTO WS-TYPE-STREET
               END-STRING
           END-IF
           IF IS-RURAL-ADDRESS
               STRING WS-TYPE-PREFIX " " FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-AWORD-TEXT(WS-AWORD-IDX)))
                   DELIMITED BY SIZE INTO WS-TYPE-STREET
               END-STRING
      *        An optional "Box n" rides on the route line.
               MOVE WS-CITY-START TO WS-AWORD-IDX
               PERFORM FOLD-TYPE-WORD
               IF WS-TYPE-WORD = 'BOX' AND
                       WS-CITY-START + 1 <= WS-AWORD-COUNT - 3
                   STRING FUNCTION TRIM(WS-TYPE-STREET) " Box "
                           FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-AWORD-TEXT(WS-CITY-START + 1)))
                       DELIMITED BY SIZE INTO WS-TYPE-STREET
                   END-STRING
                   ADD 2 TO WS-CITY-START
               END-IF
           END-IF.

      *    Upper-cases the word at WS-AWORD-IDX into WS-TYPE-WORD
      *    with its periods dropped, so "P.O.", "p.o" and "PO" all
      *    compare as PO.
       FOLD-TYPE-WORD.
           MOVE SPACES TO WS-TYPE-WORD
           MOVE FUNCTION UPPER-CASE(WS-AWORD-TEXT(WS-AWORD-IDX))
               TO WS-AWORD-UPPER
           MOVE 0 TO WS-TYPE-OUT-IDX
           PERFORM VARYING WS-TYPE-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-CHAR-IDX > 30
               IF WS-AWORD-UPPER(WS-TYPE-CHAR-IDX:1) NOT = '.'
                   ADD 1 TO WS-TYPE-OUT-IDX
                   MOVE WS-AWORD-UPPER(WS-TYPE-CHAR-IDX:1)
                       TO WS-TYPE-WORD(WS-TYPE-OUT-IDX:1)
               END-IF
           END-PERFORM.

      *    Trailing word must look like a ZIP (5 digits, or 5-4 with
      *    the hyphen at position 6); the word before it must be a
      *    2-letter state code.
       POPULATE-ADDRESS-RECORD.
           MOVE SPACES TO ADDRESS-OUTPUT-RECORD(11:246)
           MOVE WS-COUNTRY-CODE TO ADDR-COUNTRY-CODE
           MOVE WS-ADDR-TYPE TO ADDR-TYPE-CODE
           MOVE WS-ADDR-NORM-SWITCH TO ADDR-NORMALIZED-FLAG
           MOVE FUNCTION TRIM(WS-AWORD-TEXT(WS-AWORD-COUNT))
               TO ADDR-ZIP-CODE
           COMPUTE WS-AWORD-IDX = WS-AWORD-COUNT - 1
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-AWORD-TEXT(WS-AWORD-IDX))) TO ADDR-STATE-CODE
      *    The non-street forms carry no house number or unit: the
      *    standard delivery line built by CLASSIFY-ADDRESS-TYPE is
      *    the street, and the city starts where it set it.
           IF NOT IS-STREET-ADDRESS
               MOVE WS-TYPE-STREET TO ADDR-STREET-NAME
               MOVE SPACES TO ADDR-UNIT-TEXT
               PERFORM BUILD-CITY-FROM-WORDS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-AWORD-TEXT(1)) TO ADDR-HOUSE-NUMBER
           IF WS-UNIT-IDX NOT = 0
               COMPUTE WS-STREET-END = WS-UNIT-IDX - 1
               COMPUTE WS-CITY-START = WS-UNIT-IDX + 2
               END-IF
           END-PERFORM
           MOVE WS-BUILD-TEXT TO ADDR-STREET-NAME
           PERFORM BUILD-CITY-FROM-WORDS.

       BUILD-CITY-FROM-WORDS.
           MOVE SPACES TO WS-BUILD-TEXT
           PERFORM VARYING WS-AWORD-IDX FROM WS-CITY-START BY 1
                   UNTIL WS-AWORD-IDX > WS-AWORD-COUNT - 2
      *    does, and applies CASEWORD's particle/default title-casing
      *    to each word in place.
       CASE-ADDRESS-TEXT.
           MOVE SPACE TO WS-ADDR-NORM-SWITCH
           MOVE FUNCTION LENGTH(ADDRESS-OUTPUT-RECORD) TO WS-LEN
           MOVE 11 TO WS-IDX

                   TO ADDRESS-OUTPUT-RECORD(WS-WORD-START:
                       WS-NORM-STD-LEN)
               ADD 1 TO WS-NORMALIZED-COUNT
               MOVE 'Y' TO WS-ADDR-NORM-SWITCH
           ELSE
               DISPLAY "Normalization skipped - standard form longer "
                   "than variant: "
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-INDEXED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Index entries  : " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-POBOX-COUNT > 0
               MOVE WS-POBOX-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "PO box         : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-RURAL-COUNT > 0
               MOVE WS-RURAL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Rural route    : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-MILITARY-COUNT > 0
               MOVE WS-MILITARY-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Military       : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-GENDEL-COUNT > 0
               MOVE WS-GENDEL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Gen delivery   : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-MIL-REJECT-COUNT > 0
               MOVE WS-MIL-REJECT-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Military reject: " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-ADDR-COLL-COUNT > 0
               MOVE WS-ADDR-COLL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF COUNTY-ENRICH-ON
               MOVE WS-ENRICHED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "County enriched: " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-NO-COUNTY-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "No county ref  : " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE "Enrichment     : SKIPPED (no county reference)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           CLOSE REPORT-FILE.

       END PROGRAM FT-ADDRESS.
