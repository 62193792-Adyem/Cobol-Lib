      *    name_rejects.txt, and an FT-AUDITQ query. Given CUSTID=,
      *    this step renders one report:
      *      - the master name and its writing run id (following a
      *        merge redirect when the id was retired), with the
      *        customer's lifecycle status and its effective date,
      *        and the status history lines behind it;
      *      - the current address, with any undeliverable hold;
      *      - any seasonal, billing or temporary alternate
      *        addresses with their date ranges, the one ADDRALT
      *        puts in effect for today's mail (and for today's
      *        billing mail) flagged;
      *      - the contact points, with any bounce flag;
      *      - any open reject or exception lines for the id;
      *      - the last few audit trail lines.
      *    A caller with no id to give is found by PHONE=, EMAIL= or
      *    ADDRESS= ("ZIP house street") instead of CUSTID=: the step
      *    searches FT-CONTACT's and FT-ADDRESS's reverse-lookup side
      *    indexes, lists every matching customer id with its master
      *    name, and then renders the full profile for each of them,
      *    so a phone shared by a household shows the whole household.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88  MASTER-RECORD-FOUND  VALUE 'Y'.
       01  WS-SECTION-MODE      PIC X(1) VALUE SPACE.
      *        A address, C contacts, R rejects, X exceptions,
      *        M merge xref, T audit trail, S status history,
      *        L alternate addresses.
       01  WS-SECTION-HITS      PIC 9(4) VALUE 0.
       01  WS-MERGED-TO-ID      PIC X(10) VALUE SPACES.

      *    Alternate addresses in effect today -- see ADDRALT. Line
      *    offsets are ALTADDR-RECORD.cpy's: key 12-21, through date
      *    23-30, address text from 47 (return-mail mark 191-200).
       01  WS-ALT-FUNC          PIC X VALUE SPACE.
       01  WS-TODAY             PIC X(8) VALUE SPACES.
       01  WS-ALT-MAIL-CLASS    PIC X VALUE SPACE.
       01  WS-ALT-GENERAL-KEY   PIC X(10) VALUE SPACES.
       01  WS-ALT-BILLING-KEY   PIC X(10) VALUE SPACES.
       01  WS-ALT-ADDRESS-TEXT  PIC X(246) VALUE SPACES.
       01  WS-ALT-FOUND-SW      PIC X VALUE 'N'.
       01  WS-ALT-PURPOSE-WORD  PIC X(10) VALUE SPACES.
       01  WS-ALT-RANGE         PIC X(19) VALUE SPACES.
       01  WS-ALT-PTR           PIC 9(4) COMP VALUE 1.

      *    Reverse-lookup state. The argument folds to the form the
      *    index carries (phone to its 10 digits, email to lower
      *    case, address to ZIP, house number and upper-cased street
      *    matched on its leading characters) exactly as FT-NAMEINQ
      *    folds it; the indexes are read through SCAN-FILE. Index
      *    layouts: contact type 1, key 3-82, id 84-93; address ZIP
      *    1-5, house number 7-16, street 18-77, id 79-88.
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
       01  WS-MATCH-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-MAX         PIC 9(4) COMP VALUE 200.
       01  WS-MATCH-IDX         PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-HIT-SW      PIC X VALUE 'N'.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-CUST-ID OCCURS 200 TIMES PIC X(10).
       01  WS-MATCH-EDIT        PIC ZZZ9.

      *    Ring of the newest audit lines for the id.
       01  WS-AUDIT-RING-MAX    PIC 9(1) COMP VALUE 5.
       01  WS-AUDIT-RING-COUNT  PIC 9(4) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           IF WS-LOOKUP-CUST-ID = SPACES AND WS-REVERSE-MODE = SPACE
               DISPLAY "FT-CUST360: CUSTID=, PHONE=, EMAIL= or "
                   "ADDRESS= is required"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-REVERSE-MODE NOT = SPACE
               PERFORM REPORT-REVERSE-MATCHES
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
                   MOVE WS-MATCH-CUST-ID(WS-MATCH-IDX)
                       TO WS-ASKED-CUST-ID
                   PERFORM RENDER-ONE-PROFILE
               END-PERFORM
               CLOSE REPORT-FILE
               MOVE WS-MATCH-COUNT TO WS-MATCH-EDIT
               DISPLAY "FT-CUST360: " FUNCTION TRIM(WS-MATCH-EDIT)
                   " customer(s) matching "
                   FUNCTION TRIM(WS-REVERSE-ARG) " written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
               IF WS-MATCH-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           MOVE WS-LOOKUP-CUST-ID TO WS-ASKED-CUST-ID
           PERFORM RENDER-ONE-PROFILE
           CLOSE REPORT-FILE
           DISPLAY "FT-CUST360: profile for " WS-ASKED-CUST-ID
               " written to " FUNCTION TRIM(WS-REPORT-FILENAME)
           GOBACK.

      *    The profile sections for WS-ASKED-CUST-ID, in order.
       RENDER-ONE-PROFILE.
           MOVE WS-ASKED-CUST-ID TO WS-LOOKUP-CUST-ID
           MOVE SPACES TO REPORT-RECORD
           STRING "FT-CUST360 CUSTOMER PROFILE  "
                   WS-ASKED-CUST-ID

           PERFORM REPORT-MERGE-STANDING
           PERFORM REPORT-MASTER-NAME
           MOVE 'S' TO WS-SECTION-MODE
           MOVE 'name_status_history.txt' TO WS-SCAN-FILENAME
           MOVE "-- Status history" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM SCAN-ONE-STORE
           MOVE 'A' TO WS-SECTION-MODE
           MOVE 'clean_addresses.txt' TO WS-SCAN-FILENAME
           MOVE "-- Address" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM SCAN-ONE-STORE
           PERFORM FIND-ALTERNATES-IN-EFFECT
           MOVE 'L' TO WS-SECTION-MODE
           MOVE 'address_alternates.txt' TO WS-SCAN-FILENAME
           MOVE "-- Alternate addresses" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM SCAN-ONE-STORE
           MOVE 'C' TO WS-SECTION-MODE
           MOVE 'clean_contacts.txt' TO WS-SCAN-FILENAME
           MOVE "-- Contact points" TO REPORT-RECORD
           MOVE "-- Open exceptions" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM SCAN-ONE-STORE
           PERFORM REPORT-AUDIT-TAIL.

      *    Every customer the side index names for the argument, each
      *    id once, listed with the master's name ahead of the
      *    profiles themselves.
       REPORT-REVERSE-MATCHES.
           MOVE SPACES TO REPORT-RECORD
           STRING "FT-CUST360 REVERSE LOOKUP  "
                   FUNCTION TRIM(WS-REVERSE-ARG)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "-- Matching customers" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM FOLD-REVERSE-ARGUMENT
           IF NOT REVERSE-ARG-USABLE
               MOVE "   (unusable lookup value)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF REVERSE-BY-ADDRESS
               MOVE WS-ADDR-IDX-FILENAME TO WS-SCAN-FILENAME
           ELSE
               MOVE WS-CONTACT-IDX-FILENAME TO WS-SCAN-FILENAME
           END-IF
           OPEN INPUT SCAN-FILE
           IF WS-SCN-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM MATCH-ONE-INDEX-LINE
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           ELSE
               DISPLAY "Search index not readable. STATUS="
                   WS-SCN-STAT " FILE=" FUNCTION TRIM(WS-SCAN-FILENAME)
           END-IF
           IF WS-MATCH-COUNT = 0
               MOVE "   (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NAME-MASTER-FILE
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE WS-MATCH-CUST-ID(WS-MATCH-IDX) TO WS-LOOKUP-CUST-ID
               MOVE 'N' TO WS-FOUND-SWITCH
               IF WS-MASTER-STAT = "00"
                   PERFORM COMPUTE-MASTER-RELATIVE-KEY
                   READ NAME-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-CUST-ID = WS-LOOKUP-CUST-ID
                               MOVE 'Y' TO WS-FOUND-SWITCH
                           END-IF
                   END-READ
               END-IF
               MOVE SPACES TO REPORT-RECORD
               IF MASTER-RECORD-FOUND
                   STRING "   " WS-LOOKUP-CUST-ID " "
                           FUNCTION TRIM(MASTER-NAME-TEXT)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "   " WS-LOOKUP-CUST-ID
                           " (not on the name master)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-MASTER-STAT = "00"
               CLOSE NAME-MASTER-FILE
           END-IF.

       MATCH-ONE-INDEX-LINE.
           MOVE SPACES TO WS-REV-CUST-ID
           EVALUATE TRUE
               WHEN REVERSE-BY-PHONE
                   IF SCAN-RECORD(1:1) = 'P' AND
                           SCAN-RECORD(3:80) = WS-REVERSE-KEY
                       MOVE SCAN-RECORD(84:10) TO WS-REV-CUST-ID
                   END-IF
               WHEN REVERSE-BY-EMAIL
                   IF SCAN-RECORD(1:1) = 'E' AND
                           SCAN-RECORD(3:80) = WS-REVERSE-KEY
                       MOVE SCAN-RECORD(84:10) TO WS-REV-CUST-ID
                   END-IF
               WHEN REVERSE-BY-ADDRESS
                   IF SCAN-RECORD(1:5) = WS-REV-ZIP(1:5)
                           AND SCAN-RECORD(7:10) = WS-REV-HOUSE
                       IF WS-REV-STREET-LEN = 0
                           MOVE SCAN-RECORD(79:10) TO WS-REV-CUST-ID
                       ELSE
                           IF SCAN-RECORD(18:WS-REV-STREET-LEN) =
                                   WS-REV-STREET(1:WS-REV-STREET-LEN)
                               MOVE SCAN-RECORD(79:10)
                                   TO WS-REV-CUST-ID
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REV-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MATCH-HIT-SW
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-MATCH-COUNT
               IF WS-MATCH-CUST-ID(WS-REV-IDX) = WS-REV-CUST-ID
                   MOVE 'Y' TO WS-MATCH-HIT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-HIT-SW = 'N'
               IF WS-MATCH-COUNT < WS-MATCH-MAX
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-REV-CUST-ID
                       TO WS-MATCH-CUST-ID(WS-MATCH-COUNT)
               ELSE
                   DISPLAY "More than " WS-MATCH-MAX
                       " matches - list truncated"
               END-IF
           END-IF.

      *    Byte-for-byte FT-NAMEINQ's FOLD-REVERSE-ARGUMENT.
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

      *    A retired id redirects to its survivor, noted on the
      *    report; the rest of the profile then reads the survivor.
           MOVE 'M' TO WS-SECTION-MODE
           MOVE 'name_merge_xref.txt' TO WS-SCAN-FILENAME
           PERFORM SCAN-ONE-STORE-QUIET
           IF WS-MERGED-TO-ID = 'ERASED'
               MOVE "ERASED: customer removed by a right-to-erasure run"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-MERGED-TO-ID
           END-IF
           IF WS-MERGED-TO-ID NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "MERGED: retired id, survivor is "
           ELSE
               MOVE "   (not on the name master)" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF MASTER-RECORD-FOUND
               MOVE SPACES TO REPORT-RECORD
               EVALUATE MASTER-STATUS-CODE
                   WHEN 'D'
                       MOVE "   Status: DECEASED" TO REPORT-RECORD
                   WHEN 'C'
                       MOVE "   Status: CLOSED" TO REPORT-RECORD
                   WHEN 'P'
                       MOVE "   Status: PENDING PURGE" TO REPORT-RECORD
                   WHEN 'R'
                       MOVE "   Status: RETIRED BY MERGE"
                           TO REPORT-RECORD
                   WHEN OTHER
                       MOVE "   Status: ACTIVE" TO REPORT-RECORD
               END-EVALUATE
               IF MASTER-STATUS-DATE NOT = SPACES
                   STRING FUNCTION TRIM(REPORT-RECORD TRAILING)
                           " since " MASTER-STATUS-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-IF.

      *    One sequential pass of the named store, echoing the lines
      *    that belong to the customer. Every store in the suite
      *    leads with the 10-byte id, so one reader serves them all.
      *    Which alternate today's general mail and today's billing
      *    mail would go to; blank keys mean the primary address.
       FIND-ALTERNATES-IN-EFFECT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 'F' TO WS-ALT-FUNC
           MOVE 'G' TO WS-ALT-MAIL-CLASS
           CALL 'ADDRALT' USING WS-ALT-FUNC WS-LOOKUP-CUST-ID
               WS-TODAY WS-ALT-MAIL-CLASS WS-ALT-GENERAL-KEY
               WS-ALT-ADDRESS-TEXT WS-ALT-FOUND-SW
           MOVE 'B' TO WS-ALT-MAIL-CLASS
           CALL 'ADDRALT' USING WS-ALT-FUNC WS-LOOKUP-CUST-ID
               WS-TODAY WS-ALT-MAIL-CLASS WS-ALT-BILLING-KEY
               WS-ALT-ADDRESS-TEXT WS-ALT-FOUND-SW.

       SHOW-ONE-ALTERNATE-LINE.
           EVALUATE SCAN-RECORD(12:1)
               WHEN 'S'
                   MOVE 'SEASONAL' TO WS-ALT-PURPOSE-WORD
               WHEN 'B'
                   MOVE 'BILLING' TO WS-ALT-PURPOSE-WORD
               WHEN OTHER
                   MOVE 'TEMPORARY' TO WS-ALT-PURPOSE-WORD
           END-EVALUATE
           MOVE SPACES TO WS-ALT-RANGE
           IF SCAN-RECORD(13:1) = 'R'
               STRING "YEARLY " SCAN-RECORD(14:4) "-"
                       SCAN-RECORD(23:4)
                   DELIMITED BY SIZE INTO WS-ALT-RANGE
               END-STRING
           ELSE
               STRING SCAN-RECORD(14:8) "-" SCAN-RECORD(23:8)
                   DELIMITED BY SIZE INTO WS-ALT-RANGE
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-ALT-PTR
           STRING "   " WS-ALT-PURPOSE-WORD " " WS-ALT-RANGE " "
                   FUNCTION TRIM(SCAN-RECORD(47:144))
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER WS-ALT-PTR
           END-STRING
           IF SCAN-RECORD(191:2) NOT = SPACES
               STRING "  ** UNDELIVERABLE " SCAN-RECORD(191:2)
                       " SINCE " SCAN-RECORD(193:8)
                   DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-ALT-PTR
               END-STRING
           END-IF
           IF SCAN-RECORD(12:10) = WS-ALT-GENERAL-KEY
               STRING "  ** IN EFFECT TODAY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-ALT-PTR
               END-STRING
           ELSE
               IF SCAN-RECORD(12:10) = WS-ALT-BILLING-KEY
                   STRING "  ** IN EFFECT TODAY FOR BILLING"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                       WITH POINTER WS-ALT-PTR
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-RECORD.

       SCAN-ONE-STORE.
           MOVE 0 TO WS-SECTION-HITS
           PERFORM SCAN-ONE-STORE-QUIET
                       END-STRING
                   END-IF
                   WRITE REPORT-RECORD
               WHEN 'L'
                   PERFORM SHOW-ONE-ALTERNATE-LINE
               WHEN 'C'
                   MOVE SPACES TO REPORT-RECORD
                   STRING "   " FUNCTION TRIM(SCAN-RECORD(11:94))
                       MOVE WS-PARM-WORK(8:10) TO WS-LOOKUP-CUST-ID
                   WHEN WS-PARM-WORK(1:7) = 'REPORT='
                       MOVE WS-PARM-WORK(8:93) TO WS-REPORT-FILENAME
                   WHEN WS-PARM-WORK(1:6) = 'PHONE='
                       MOVE 'T' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(7:90) TO WS-REVERSE-ARG
                   WHEN WS-PARM-WORK(1:6) = 'EMAIL='
                       MOVE 'E' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(7:90) TO WS-REVERSE-ARG
                   WHEN WS-PARM-WORK(1:8) = 'ADDRESS='
                       MOVE 'A' TO WS-REVERSE-MODE
                       MOVE WS-PARM-WORK(9:90) TO WS-REVERSE-ARG
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
