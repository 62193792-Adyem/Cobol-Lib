       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-NANPLOAD.

      *    Quarterly load for the numbering-plan reference FT-CONTACT
      *    validates phone numbers against, the phone-side twin of
      *    FT-ZIPLOAD. This step:
      *      - converts the numbering-plan administrator's quarterly
      *        product (fixed columns: area code 1-3, exchange 4-6,
      *        type 7, state 8-9) into nanp_plan.xrf, the reference
      *        FT-CONTACT reads. Type G is a geographic area code
      *        and exchange pair in service, with the state the area
      *        code serves; T a toll-free and P a premium-rate range,
      *        where a blank exchange covers the whole area code. A
      *        geographic line needs its exchange and state; a line
      *        that fails is counted unusable rather than loaded;
      *      - diffs the new reference against the previous one and
      *        reports pairs added, retired, and changed (same pair,
      *        new type or state);
      *      - re-screens the phones on clean_contacts.txt against
      *        both and lists the numbers that passed under the old
      *        plan but fail the new one, so they can be chased
      *        before the next FT-CONTACT run rejects them.
      *    Reference line: area code 1-3, exchange 5-7 (blank for a
      *    whole-area-code range), type 9, state 11-12.
      *    Nothing usable in the product leaves the reference
      *    untouched (RC 12); newly failing numbers give RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTERLY-FILE ASSIGN TO DYNAMIC
               WS-QUARTERLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-STAT.
           SELECT PLAN-XREF-FILE ASSIGN TO DYNAMIC
               WS-PLAN-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXR-STAT.
           SELECT PLAN-XREF-NEW-FILE ASSIGN TO DYNAMIC
               WS-PLAN-XREF-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXN-STAT.
           SELECT CLEAN-CONTACTS-FILE ASSIGN TO DYNAMIC
               WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTERLY-FILE.
       01  QUARTERLY-RECORD         PIC X(40).

       FD  PLAN-XREF-FILE.
       01  PLAN-XREF-RECORD         PIC X(40).

       FD  PLAN-XREF-NEW-FILE.
       01  PLAN-XREF-NEW-RECORD     PIC X(40).

      *    FT-CONTACT's store: id 1-10, formatted phone 11-24.
       FD  CLEAN-CONTACTS-FILE.
       01  CLEAN-CONTACTS-RECORD    PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-QTR-STAT      PIC XX VALUE SPACES.
       77  WS-PXR-STAT      PIC XX VALUE SPACES.
       77  WS-PXN-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(4) COMP.
       77  WS-JDX           PIC 9(4) COMP.

       01  WS-QUARTERLY-FILENAME PIC X(100)
                                VALUE 'nanp_quarterly.txt'.
       01  WS-PLAN-XREF-FILENAME PIC X(100)
                                VALUE 'nanp_plan.xrf'.
       01  WS-PLAN-XREF-NEW-FILENAME PIC X(100)
                                VALUE 'nanp_plan.xrf.new'.
       01  WS-CONTACTS-FILENAME PIC X(100)
                                VALUE 'clean_contacts.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'nanpload_report.txt'.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

      *    Old and new plans, in FT-CONTACT's own 5000-entry shape.
       01  WS-TABLE-MAX         PIC 9(4) COMP VALUE 5000.
       01  WS-OLD-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-NEW-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES.
               10  WS-OLD-PAIR.
                   15  WS-OLD-NPA       PIC X(3).
                   15  WS-OLD-NXX       PIC X(3).
               10  WS-OLD-TYPE      PIC X(1).
               10  WS-OLD-STATE     PIC X(2).
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 5000 TIMES.
               10  WS-NEW-PAIR.
                   15  WS-NEW-NPA       PIC X(3).
                   15  WS-NEW-NXX       PIC X(3).
               10  WS-NEW-TYPE      PIC X(1).
               10  WS-NEW-STATE     PIC X(2).

       01  WS-HIT-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-ADD-COUNT         PIC 9(9) VALUE 0.
       01  WS-RETIRE-COUNT      PIC 9(9) VALUE 0.
       01  WS-CHANGE-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNUSABLE-COUNT    PIC 9(9) VALUE 0.
       01  WS-RESCREEN-COUNT    PIC 9(9) VALUE 0.
       01  WS-NEWLY-BAD-COUNT   PIC 9(9) VALUE 0.

      *    Plan check work areas -- the same names and rule as
      *    FT-CONTACT's CHECK-PHONE-NUMBERING-PLAN, run here over
      *    whichever plan is loaded into the check table.
       01  WS-PHONE-DIGITS      PIC X(20) VALUE SPACES.
       01  WS-PLAN-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-PLAN-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 5000 TIMES.
               10  WS-PLAN-NPA      PIC X(3).
               10  WS-PLAN-NXX      PIC X(3).
               10  WS-PLAN-TYPE     PIC X(1).
               10  WS-PLAN-STATE    PIC X(2).
       01  WS-PLAN-REASON       PIC X(30) VALUE SPACES.
       01  WS-PLAN-CLASS        PIC X VALUE SPACE.
       01  WS-PLAN-NPA-STATE    PIC X(2) VALUE SPACES.
       01  WS-PLAN-NPA-SEEN-SW  PIC X VALUE 'N'.
       01  WS-OLD-REASON        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           PERFORM LOAD-OLD-PLAN-XREF
           PERFORM LOAD-QUARTERLY-PLAN
           IF WS-NEW-COUNT = 0
               DISPLAY "FT-NANPLOAD: nothing usable in "
                   FUNCTION TRIM(WS-QUARTERLY-FILENAME)
                   " - reference left untouched"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open load report. STATUS="
                   WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FT-NANPLOAD QUARTERLY NUMBERING PLAN LOAD"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM DIFF-OLD-AGAINST-NEW
           PERFORM WRITE-NEW-PLAN-XREF
           PERFORM RESCREEN-CLEAN-CONTACTS
           PERFORM WRITE-LOAD-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "FT-NANPLOAD: pairs=" WS-NEW-COUNT
               " adds=" WS-ADD-COUNT
               " retires=" WS-RETIRE-COUNT
               " changes=" WS-CHANGE-COUNT
               " newly-invalid=" WS-NEWLY-BAD-COUNT
           IF WS-NEWLY-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Adds and changes from the new side, retires from the old.
       DIFF-OLD-AGAINST-NEW.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-NEW-COUNT
               MOVE 0 TO WS-HIT-IDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-OLD-COUNT
                   IF WS-NEW-PAIR(IDX) = WS-OLD-PAIR(WS-JDX)
                       MOVE WS-JDX TO WS-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HIT-IDX = 0
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "ADDED   " WS-NEW-NPA(IDX) " "
                               WS-NEW-NXX(IDX) " "
                               WS-NEW-TYPE(IDX) " "
                               WS-NEW-STATE(IDX)
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   WHEN WS-NEW-ENTRY(IDX) NOT =
                           WS-OLD-ENTRY(WS-HIT-IDX)
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "CHANGED " WS-NEW-NPA(IDX) " "
                               WS-NEW-NXX(IDX) " "
                               WS-OLD-TYPE(WS-HIT-IDX) " "
                               WS-OLD-STATE(WS-HIT-IDX) " -> "
                               WS-NEW-TYPE(IDX) " "
                               WS-NEW-STATE(IDX)
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-OLD-COUNT
               MOVE 0 TO WS-HIT-IDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-NEW-COUNT
                   IF WS-OLD-PAIR(IDX) = WS-NEW-PAIR(WS-JDX)
                       MOVE WS-JDX TO WS-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HIT-IDX = 0
                   ADD 1 TO WS-RETIRE-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "RETIRED " WS-OLD-NPA(IDX) " "
                           WS-OLD-NXX(IDX) " "
                           WS-OLD-TYPE(IDX) " "
                           WS-OLD-STATE(IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-NEW-PLAN-XREF.
           OPEN OUTPUT PLAN-XREF-NEW-FILE
           IF WS-PXN-STAT NOT = "00"
               DISPLAY "Failed to open working plan xref. STATUS="
                   WS-PXN-STAT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-NEW-COUNT
               MOVE SPACES TO PLAN-XREF-NEW-RECORD
               MOVE WS-NEW-NPA(IDX) TO PLAN-XREF-NEW-RECORD(1:3)
               MOVE WS-NEW-NXX(IDX) TO PLAN-XREF-NEW-RECORD(5:3)
               MOVE WS-NEW-TYPE(IDX) TO PLAN-XREF-NEW-RECORD(9:1)
               MOVE WS-NEW-STATE(IDX) TO PLAN-XREF-NEW-RECORD(11:2)
               WRITE PLAN-XREF-NEW-RECORD
           END-PERFORM
           CLOSE PLAN-XREF-NEW-FILE
           CALL "CBL_DELETE_FILE" USING WS-PLAN-XREF-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-PLAN-XREF-NEW-FILENAME
               WS-PLAN-XREF-FILENAME.

      *    A stored phone that passed under the old plan but fails
      *    the new one is listed; one bad under both was rejected or
      *    listed in its own time. With no old plan every stored
      *    phone passed under the old rules, so all new failures
      *    list.
       RESCREEN-CLEAN-CONTACTS.
           OPEN INPUT CLEAN-CONTACTS-FILE
           IF WS-CON-STAT NOT = "00"
               DISPLAY "Clean contacts not readable - re-screen "
                   "skipped. STATUS=" WS-CON-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CLEAN-CONTACTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CLEAN-CONTACTS-RECORD(11:1) = '('
                           PERFORM RESCREEN-ONE-PHONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEAN-CONTACTS-FILE.

       RESCREEN-ONE-PHONE.
           ADD 1 TO WS-RESCREEN-COUNT
           MOVE SPACES TO WS-PHONE-DIGITS
           STRING CLEAN-CONTACTS-RECORD(12:3)
                   CLEAN-CONTACTS-RECORD(17:3)
                   CLEAN-CONTACTS-RECORD(21:4)
               DELIMITED BY SIZE INTO WS-PHONE-DIGITS
           END-STRING
           MOVE SPACES TO WS-OLD-REASON
           IF WS-OLD-COUNT > 0
               MOVE WS-OLD-COUNT TO WS-PLAN-COUNT
               MOVE WS-OLD-TABLE TO WS-PLAN-TABLE
               PERFORM CHECK-PHONE-NUMBERING-PLAN
               MOVE WS-PLAN-REASON TO WS-OLD-REASON
           END-IF
           MOVE WS-NEW-COUNT TO WS-PLAN-COUNT
           MOVE WS-NEW-TABLE TO WS-PLAN-TABLE
           PERFORM CHECK-PHONE-NUMBERING-PLAN
           IF WS-OLD-REASON = SPACES AND WS-PLAN-REASON NOT = SPACES
               ADD 1 TO WS-NEWLY-BAD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "INVALID " CLEAN-CONTACTS-RECORD(1:10) " "
                       CLEAN-CONTACTS-RECORD(11:14)
                       " REASON=" WS-PLAN-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

      *    Byte-identical to contact.cob's CHECK-PHONE-NUMBERING-PLAN.
       CHECK-PHONE-NUMBERING-PLAN.
           MOVE SPACES TO WS-PLAN-REASON WS-PLAN-NPA-STATE
           MOVE SPACE TO WS-PLAN-CLASS
           MOVE 'N' TO WS-PLAN-NPA-SEEN-SW
           IF WS-PHONE-DIGITS(2:2) = '11'
                   OR WS-PHONE-DIGITS(5:2) = '11'
               MOVE "N11 SERVICE CODE" TO WS-PLAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PHONE-DIGITS(4:3) = '555'
                   AND WS-PHONE-DIGITS(7:2) = '01'
               MOVE "FICTIONAL 555 NUMBER" TO WS-PLAN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLAN-NPA(WS-PLAN-IDX) = WS-PHONE-DIGITS(1:3)
                   MOVE 'Y' TO WS-PLAN-NPA-SEEN-SW
                   IF WS-PLAN-NXX(WS-PLAN-IDX) = WS-PHONE-DIGITS(4:3)
                           OR WS-PLAN-NXX(WS-PLAN-IDX) = SPACES
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLAN-NPA-SEEN-SW = 'Y'
                   MOVE "UNASSIGNED EXCHANGE" TO WS-PLAN-REASON
               ELSE
                   MOVE "UNASSIGNED AREA CODE" TO WS-PLAN-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PLAN-TYPE(WS-PLAN-IDX)
               WHEN 'P'
                   MOVE "PREMIUM RATE NUMBER" TO WS-PLAN-REASON
               WHEN 'T'
                   MOVE 'T' TO WS-PLAN-CLASS
               WHEN OTHER
                   MOVE WS-PLAN-STATE(WS-PLAN-IDX)
                       TO WS-PLAN-NPA-STATE
           END-EVALUATE.

      *    A usable product line: a 2-9 leading area code, a numeric
      *    exchange (or none, for a toll-free or premium range) and
      *    a known type; a geographic pair also needs its exchange
      *    and state.
       LOAD-QUARTERLY-PLAN.
           MOVE 0 TO WS-NEW-COUNT
           OPEN INPUT QUARTERLY-FILE
           IF WS-QTR-STAT NOT = "00"
               DISPLAY "Failed to open quarterly file. STATUS="
                   WS-QTR-STAT " FILE="
                   FUNCTION TRIM(WS-QUARTERLY-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-NEW-COUNT >= WS-TABLE-MAX
               READ QUARTERLY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF QUARTERLY-RECORD NOT = SPACES
                           PERFORM TAKE-ONE-QUARTERLY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARTERLY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       TAKE-ONE-QUARTERLY-LINE.
           IF QUARTERLY-RECORD(1:3) IS NOT NUMERIC
                   OR QUARTERLY-RECORD(1:1) < '2'
                   OR (QUARTERLY-RECORD(4:3) IS NOT NUMERIC
                       AND QUARTERLY-RECORD(4:3) NOT = SPACES)
               ADD 1 TO WS-UNUSABLE-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(QUARTERLY-RECORD(7:1))
               WHEN 'G'
                   IF QUARTERLY-RECORD(4:3) = SPACES
                           OR QUARTERLY-RECORD(8:2) = SPACES
                       ADD 1 TO WS-UNUSABLE-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-UNUSABLE-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-NEW-COUNT
           MOVE QUARTERLY-RECORD(1:3) TO WS-NEW-NPA(WS-NEW-COUNT)
           MOVE QUARTERLY-RECORD(4:3) TO WS-NEW-NXX(WS-NEW-COUNT)
           MOVE FUNCTION UPPER-CASE(QUARTERLY-RECORD(7:1))
               TO WS-NEW-TYPE(WS-NEW-COUNT)
           MOVE FUNCTION UPPER-CASE(QUARTERLY-RECORD(8:2))
               TO WS-NEW-STATE(WS-NEW-COUNT).

      *    The previous reference, in its own fixed-column format.
       LOAD-OLD-PLAN-XREF.
           MOVE 0 TO WS-OLD-COUNT
           OPEN INPUT PLAN-XREF-FILE
           IF WS-PXR-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-OLD-COUNT >= WS-TABLE-MAX
               READ PLAN-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PLAN-XREF-RECORD(1:3) IS NUMERIC
                           ADD 1 TO WS-OLD-COUNT
                           MOVE PLAN-XREF-RECORD(1:3)
                               TO WS-OLD-NPA(WS-OLD-COUNT)
                           MOVE PLAN-XREF-RECORD(5:3)
                               TO WS-OLD-NXX(WS-OLD-COUNT)
                           MOVE PLAN-XREF-RECORD(9:1)
                               TO WS-OLD-TYPE(WS-OLD-COUNT)
                           MOVE PLAN-XREF-RECORD(11:2)
                               TO WS-OLD-STATE(WS-OLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-XREF-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       WRITE-LOAD-SUMMARY.
           MOVE WS-NEW-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Plan entries    : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ADD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Added           : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RETIRE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Retired         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CHANGE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Changed         : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNUSABLE-COUNT > 0
               MOVE WS-UNUSABLE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Unusable lines  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-RESCREEN-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Re-screened     : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NEWLY-BAD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Newly invalid   : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'INPUT='
                       MOVE WS-PARM-WORK(7:94)
                           TO WS-QUARTERLY-FILENAME
                   WHEN WS-PARM-WORK(1:5) = 'XREF='
                       MOVE WS-PARM-WORK(6:95)
                           TO WS-PLAN-XREF-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CONTACTS='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONTACTS-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93)
                           TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-NANPLOAD.
