      *        queues them to the address exceptions file for
      *        research;
      *      - reports marked / unmatched / repeat counts.
      *    A piece may have gone to a seasonal, billing or temporary
      *    alternate rather than the primary address, and it is that
      *    address that is bad. The returns line may carry the
      *    piece's mail date at 15-22 (YYYYMMDD) and a B at 24 for a
      *    billing piece; with no date the customer's latest mailing
      *    on the contact history (contact_history.txt, written
      *    through CONTACTLG) on or before today stands in, and with
      *    none there today does. ADDRALT names the address in
      *    effect on that date: an alternate gets the mark on its
      *    own address_alternates.txt line and the primary record
      *    and master are left alone, so the customer's other mail
      *    keeps flowing. The history line records which address
      *    the piece went to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-EXCEPTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STAT.
           SELECT CONTACT-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-CONTACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
      *    Alternate addresses, ALTADDR-RECORD.cpy layout, rewritten
      *    through a working copy the way the clean file is.
           SELECT ALTERNATES-FILE ASSIGN TO DYNAMIC
               WS-ALTERNATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STAT.
           SELECT ALTERNATES-NEW-FILE ASSIGN TO DYNAMIC
               WS-ALTERNATES-NEW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALN-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

      *    History line: id 1-10, return date 12-19, reason 21-22,
      *    ALT-ADDRESS-KEY of the alternate the piece went to 24-33
      *    (blank for the primary address).
       FD  NIXIE-HISTORY-FILE.
       01  NIXIE-HISTORY-RECORD     PIC X(40).

      *    Contact line: id 1-10, mail date 32-39 (see CONTACTLG).
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-RECORD   PIC X(80).

       FD  ALTERNATES-FILE.
       01  ALTERNATES-RECORD.
           COPY "ALTADDR-RECORD.cpy".

       FD  ALTERNATES-NEW-FILE.
       01  ALTERNATES-NEW-RECORD    PIC X(300).

       FD  ADDRESS-EXCEPTIONS-FILE.
       01  ADDRESS-EXCEPTIONS-RECORD PIC X(300).
       77  WS-HIS-STAT      PIC XX VALUE SPACES.
       77  WS-EXC-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-ALT-STAT      PIC XX VALUE SPACES.
       77  WS-ALN-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.
       77  WS-IDX           PIC 9(4) COMP.

                                VALUE 'address_exceptions.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'nixie_report.txt'.
       01  WS-CONTACT-FILENAME  PIC X(100)
                                VALUE 'contact_history.txt'.
       01  WS-ALTERNATES-FILENAME PIC X(100)
                                VALUE 'address_alternates.txt'.
       01  WS-ALTERNATES-NEW-FILENAME PIC X(100)
                                VALUE 'address_alternates.txt.new'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-MASTER-KEYSPACE   PIC 9(9) VALUE 999999999.
       01  WS-KEYSPACE-LOADED-SW PIC X VALUE 'N'.
               10  WS-RET-REASON    PIC X(2).
               10  WS-RET-MATCHED   PIC X(1).
               10  WS-RET-HISTORY   PIC 9(4) COMP.
               10  WS-RET-MAIL-DATE PIC X(8).
               10  WS-RET-DATE-GIVEN PIC X(1).
               10  WS-RET-MAIL-CLASS PIC X(1).
               10  WS-RET-ALT-KEY   PIC X(10).

      *    ADDRALT's find -- see the note at the head of the program.
       01  WS-ALT-FUNC          PIC X VALUE SPACE.
       01  WS-ALT-ADDRESS-TEXT  PIC X(246) VALUE SPACES.
       01  WS-ALT-FOUND-SW      PIC X VALUE 'N'.
       01  WS-ALT-RETURN-COUNT  PIC 9(9) VALUE 0.
       01  WS-ALT-MARKED-COUNT  PIC 9(9) VALUE 0.

       01  WS-MARKED-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-COUNT   PIC 9(9) VALUE 0.
               GOBACK
           END-IF
           PERFORM COUNT-PRIOR-HISTORY
           PERFORM DATE-RETURNS-FROM-CONTACTS
           PERFORM FIND-ADDRESS-USED

           PERFORM MARK-CLEAN-ADDRESSES
           PERFORM MARK-ADDRESS-MASTER
           IF WS-ALT-RETURN-COUNT > 0
               PERFORM MARK-ALTERNATE-ADDRESSES
           END-IF
           PERFORM APPEND-HISTORY-AND-ESCALATE
           PERFORM WRITE-NIXIE-REPORT

           DISPLAY "FT-NIXIE: marked=" WS-MARKED-COUNT
               " alternates-marked=" WS-ALT-MARKED-COUNT
               " unmatched=" WS-UNMATCHED-COUNT
               " repeat-offenders=" WS-REPEAT-COUNT
           IF WS-UNMATCHED-COUNT > 0
                       UNTIL IDX > WS-RETURN-COUNT
                   IF CLEAN-ADDRESSES-RECORD(1:10) =
                           WS-RET-CUST-ID(IDX)
                           AND WS-RET-ALT-KEY(IDX) = SPACES
                       MOVE IDX TO WS-RETURN-HIT-IDX
                       EXIT PERFORM
                   END-IF
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-RETURN-COUNT
               IF WS-RET-ALT-KEY(IDX) = SPACES
                   PERFORM MARK-ONE-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE.

       MARK-ONE-MASTER-RECORD.
           MOVE WS-RET-CUST-ID(IDX) TO WS-LOOKUP-CUST-ID
           PERFORM COMPUTE-MASTER-RELATIVE-KEY
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADDR-MST-CUST-ID = WS-LOOKUP-CUST-ID
                       MOVE WS-RET-REASON(IDX)
                           TO ADDR-MST-TEXT(145:2)
                       MOVE WS-RUN-DATE
                           TO ADDR-MST-TEXT(147:8)
                       REWRITE ADDR-MASTER-RECORD
                       END-REWRITE
                   END-IF
           END-READ.

      *    A return with no mail date of its own is dated by the
      *    customer's latest mailing on or before today.
       DATE-RETURNS-FROM-CONTACTS.
           OPEN INPUT CONTACT-HISTORY-FILE
           IF WS-CON-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONTACT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM DATE-RETURNS-FROM-ONE-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-RETURN-COUNT
               IF WS-RET-MAIL-DATE(IDX) = SPACES
                   MOVE WS-RUN-DATE TO WS-RET-MAIL-DATE(IDX)
               END-IF
           END-PERFORM.

      *    Only a return that came without a date takes one from
      *    the contacts; the latest qualifying mailing wins.
       DATE-RETURNS-FROM-ONE-CONTACT.
           IF CONTACT-HISTORY-RECORD(32:8) > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-RETURN-COUNT
               IF CONTACT-HISTORY-RECORD(1:10) = WS-RET-CUST-ID(IDX)
                       AND WS-RET-DATE-GIVEN(IDX) = 'N'
                       AND (WS-RET-MAIL-DATE(IDX) = SPACES
                           OR CONTACT-HISTORY-RECORD(32:8)
                               > WS-RET-MAIL-DATE(IDX))
                   MOVE CONTACT-HISTORY-RECORD(32:8)
                       TO WS-RET-MAIL-DATE(IDX)
               END-IF
           END-PERFORM.

       FIND-ADDRESS-USED.
           MOVE 'F' TO WS-ALT-FUNC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-RETURN-COUNT
               CALL 'ADDRALT' USING WS-ALT-FUNC WS-RET-CUST-ID(IDX)
                   WS-RET-MAIL-DATE(IDX) WS-RET-MAIL-CLASS(IDX)
                   WS-RET-ALT-KEY(IDX) WS-ALT-ADDRESS-TEXT
                   WS-ALT-FOUND-SW
               IF WS-RET-ALT-KEY(IDX) NOT = SPACES
                   ADD 1 TO WS-ALT-RETURN-COUNT
               END-IF
           END-PERFORM
           MOVE 'E' TO WS-ALT-FUNC
           CALL 'ADDRALT' USING WS-ALT-FUNC WS-RET-CUST-ID(1)
               WS-RET-MAIL-DATE(1) WS-RET-MAIL-CLASS(1)
               WS-RET-ALT-KEY(1) WS-ALT-ADDRESS-TEXT WS-ALT-FOUND-SW.

      *    Same working-copy rewrite as the clean file; the mark
      *    lands at the alternate's ADDR-UNDELIV-CODE/-DATE.
       MARK-ALTERNATE-ADDRESSES.
           OPEN INPUT ALTERNATES-FILE
           IF WS-ALT-STAT NOT = "00"
               DISPLAY "Failed to open alternate addresses. STATUS="
                   WS-ALT-STAT
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALTERNATES-NEW-FILE
           IF WS-ALN-STAT NOT = "00"
               DISPLAY "Failed to open alternate working copy. "
                   "STATUS=" WS-ALN-STAT
               CLOSE ALTERNATES-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALTERNATES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM MARK-ONE-ALTERNATE
               END-READ
           END-PERFORM
           CLOSE ALTERNATES-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-ALN-STAT = "00"
               CLOSE ALTERNATES-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-ALTERNATES-FILENAME
               CALL "CBL_RENAME_FILE" USING
                   WS-ALTERNATES-NEW-FILENAME WS-ALTERNATES-FILENAME
           ELSE
               CLOSE ALTERNATES-NEW-FILE
               DISPLAY "Working copy kept aside, live file "
                   "untouched: "
                   FUNCTION TRIM(WS-ALTERNATES-NEW-FILENAME)
               MOVE 12 TO RETURN-CODE
           END-IF.

       MARK-ONE-ALTERNATE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-RETURN-COUNT
               IF ALT-CUST-ID = WS-RET-CUST-ID(IDX)
                       AND WS-RET-ALT-KEY(IDX) NOT = SPACES
                       AND ALT-ADDRESS-KEY = WS-RET-ALT-KEY(IDX)
                   MOVE WS-RET-REASON(IDX)
                       TO ALT-ADDRESS-TEXT(145:2)
                   MOVE WS-RUN-DATE TO ALT-ADDRESS-TEXT(147:8)
                   IF WS-RET-MATCHED(IDX) = 'N'
                       MOVE 'Y' TO WS-RET-MATCHED(IDX)
                       ADD 1 TO WS-ALT-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALTERNATES-RECORD TO ALTERNATES-NEW-RECORD
           WRITE ALTERNATES-NEW-RECORD
           IF WS-ALN-STAT NOT = "00"
               DISPLAY "Write error on alternate working copy. "
                   "STATUS=" WS-ALN-STAT
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       APPEND-HISTORY-AND-ESCALATE.
           OPEN EXTEND NIXIE-HISTORY-FILE
           IF WS-HIS-STAT = "35"
                   MOVE WS-RUN-DATE TO NIXIE-HISTORY-RECORD(12:8)
                   MOVE WS-RET-REASON(IDX)
                       TO NIXIE-HISTORY-RECORD(21:2)
                   MOVE WS-RET-ALT-KEY(IDX)
                       TO NIXIE-HISTORY-RECORD(24:10)
                   WRITE NIXIE-HISTORY-RECORD
               END-IF
      *        Counting this week's return on top of the history.
                                   TO WS-RET-REASON(WS-RETURN-COUNT)
                               MOVE 'N' TO WS-RET-MATCHED(
                                   WS-RETURN-COUNT)
                               MOVE RETURNS-RECORD(15:8)
                                   TO WS-RET-MAIL-DATE(
                                       WS-RETURN-COUNT)
                               MOVE 'N' TO WS-RET-DATE-GIVEN(
                                   WS-RETURN-COUNT)
                               IF WS-RET-MAIL-DATE(WS-RETURN-COUNT)
                                       NOT = SPACES
                                   MOVE 'Y' TO WS-RET-DATE-GIVEN(
                                       WS-RETURN-COUNT)
                               END-IF
                               MOVE 'G' TO WS-RET-MAIL-CLASS(
                                   WS-RETURN-COUNT)
                               IF RETURNS-RECORD(24:1) = 'B'
                                   MOVE 'B' TO WS-RET-MAIL-CLASS(
                                       WS-RETURN-COUNT)
                               END-IF
                               MOVE 0 TO WS-RET-HISTORY(
                                   WS-RETURN-COUNT)
                           END-IF
               STRING "Marked          : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-ALT-MARKED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Alternate marked: " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-UNMATCHED-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Unmatched       : " WS-NUM-EDIT
