       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTLG.

      *    Customer contact history ledger and mailing frequency cap,
      *    shared by the programs that release mail pieces (FT-LABELS,
      *    FT-LETTER) so both record pieces the same way and hold
      *    them against the same policy -- the KEYSPACE reasoning
      *    again. Every released piece is appended to the persistent
      *    ledger contact_history.txt:
      *        customer id 1-10, campaign code 12-21, channel 23-30,
      *        mail date 32-39, run id 41-54, releasing program 56-67
      *    The operations-editable policy contact_frequency.ctl holds
      *    one "LIMIT <pieces> IN <days>" line per rule (no more than
      *    3 pieces in 30 days, 8 in 365, ...; '*' lines are
      *    comments). A piece is held when the customer's ledger
      *    already shows that many pieces inside any rule's window
      *    (today counted in). No policy file, no cap.
      *    The same customer, campaign, and mail date already on the
      *    ledger is the same piece -- the label FT-LABELS addressed
      *    for the letter FT-LETTER is printing, or a rerun of the
      *    night -- so it is released without a second ledger line
      *    and without counting against the cap again.
      *
      *    CALL 'CONTACTLG' USING function, customer id, campaign,
      *    channel, program, run id, result:
      *      C  check the piece; result R release, H held by the cap,
      *         S same piece already on the ledger (release, do not
      *         record). The policy and the ledger's recent history
      *         load on the first call.
      *      R  record the released piece on the ledger.
      *      E  end of run: close the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHS-STAT.
           SELECT FREQUENCY-POLICY-FILE ASSIGN TO DYNAMIC
               WS-POLICY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-RECORD   PIC X(80).

       FD  FREQUENCY-POLICY-FILE.
       01  FREQUENCY-POLICY-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CHS-STAT              PIC XX VALUE SPACES.
       77  WS-POL-STAT              PIC XX VALUE SPACES.
       77  IDX                      PIC 9(5) COMP.
       77  WS-RULE-IDX              PIC 9(2) COMP.
       01  WS-HISTORY-FILENAME      PIC X(100)
                                    VALUE 'contact_history.txt'.
       01  WS-POLICY-FILENAME       PIC X(100)
                                    VALUE 'contact_frequency.ctl'.
       01  WS-LOADED-SWITCH         PIC X VALUE 'N'.
       01  WS-LEDGER-OPEN-SWITCH    PIC X VALUE 'N'.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(8) VALUE SPACES.
       01  WS-TODAY-INT             PIC 9(9) COMP VALUE 0.
       01  WS-ENTRY-INT             PIC 9(9) COMP VALUE 0.
       01  WS-OLDEST-WANTED         PIC 9(9) COMP VALUE 0.

      *    Policy rules; the longest window decides how far back the
      *    ledger is loaded.
       01  WS-RULE-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-RULE-MAX              PIC 9(2) COMP VALUE 10.
       01  WS-LONGEST-DAYS          PIC 9(5) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 10 TIMES.
               10  WS-RULE-PIECES   PIC 9(5).
               10  WS-RULE-DAYS     PIC 9(5).
               10  WS-RULE-SEEN     PIC 9(5).
       01  WS-POL-TOKEN OCCURS 4 TIMES PIC X(12).

      *    The ledger's pieces inside the longest window, plus every
      *    piece recorded by this run.
       01  WS-CONTACT-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CONTACT-MAX           PIC 9(5) COMP VALUE 50000.
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ENTRY OCCURS 50000 TIMES.
               10  WS-CON-CUST-ID   PIC X(10).
               10  WS-CON-CAMPAIGN  PIC X(10).
               10  WS-CON-AGE-DAYS  PIC 9(5).
       01  WS-TRUNCATED-SWITCH      PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-CUST-ID               PIC X(10).
       01  LS-CAMPAIGN              PIC X(10).
       01  LS-CHANNEL               PIC X(8).
       01  LS-PROGRAM               PIC X(12).
       01  LS-RUN-ID                PIC X(14).
       01  LS-RESULT                PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-CUST-ID LS-CAMPAIGN
               LS-CHANNEL LS-PROGRAM LS-RUN-ID LS-RESULT.
       MAIN-LOGIC.
           IF WS-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-FREQUENCY-POLICY
               PERFORM LOAD-RECENT-CONTACTS
               MOVE 'Y' TO WS-LOADED-SWITCH
           END-IF
           EVALUATE LS-FUNCTION
               WHEN 'C'
                   PERFORM CHECK-ONE-PIECE
               WHEN 'R'
                   PERFORM RECORD-ONE-PIECE
               WHEN 'E'
                   IF WS-LEDGER-OPEN-SWITCH = 'Y'
                       CLOSE CONTACT-HISTORY-FILE
                       MOVE 'N' TO WS-LEDGER-OPEN-SWITCH
                   END-IF
           END-EVALUATE
           GOBACK.

       CHECK-ONE-PIECE.
           MOVE 'R' TO LS-RESULT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE 0 TO WS-RULE-SEEN(WS-RULE-IDX)
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CONTACT-COUNT
               IF WS-CON-CUST-ID(IDX) = LS-CUST-ID
                   IF WS-CON-AGE-DAYS(IDX) = 0 AND
                           WS-CON-CAMPAIGN(IDX) = LS-CAMPAIGN
                       MOVE 'S' TO LS-RESULT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                           UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       IF WS-CON-AGE-DAYS(IDX) <
                               WS-RULE-DAYS(WS-RULE-IDX)
                           ADD 1 TO WS-RULE-SEEN(WS-RULE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-SEEN(WS-RULE-IDX) >=
                       WS-RULE-PIECES(WS-RULE-IDX)
                   MOVE 'H' TO LS-RESULT
               END-IF
           END-PERFORM.

       RECORD-ONE-PIECE.
           IF WS-LEDGER-OPEN-SWITCH NOT = 'Y'
               OPEN EXTEND CONTACT-HISTORY-FILE
               IF WS-CHS-STAT = "35"
                   OPEN OUTPUT CONTACT-HISTORY-FILE
               END-IF
               IF WS-CHS-STAT NOT = "00"
                   DISPLAY "Failed to open contact history. STATUS="
                       WS-CHS-STAT
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-LEDGER-OPEN-SWITCH
           END-IF
           MOVE SPACES TO CONTACT-HISTORY-RECORD
           MOVE LS-CUST-ID TO CONTACT-HISTORY-RECORD(1:10)
           MOVE LS-CAMPAIGN TO CONTACT-HISTORY-RECORD(12:10)
           MOVE LS-CHANNEL TO CONTACT-HISTORY-RECORD(23:8)
           MOVE WS-TODAY TO CONTACT-HISTORY-RECORD(32:8)
           MOVE LS-RUN-ID TO CONTACT-HISTORY-RECORD(41:14)
           MOVE LS-PROGRAM TO CONTACT-HISTORY-RECORD(56:12)
           WRITE CONTACT-HISTORY-RECORD
           IF WS-CHS-STAT NOT = "00"
               DISPLAY "Write error on contact history. STATUS="
                   WS-CHS-STAT
           END-IF
           IF WS-CONTACT-COUNT < WS-CONTACT-MAX
               ADD 1 TO WS-CONTACT-COUNT
               MOVE LS-CUST-ID TO WS-CON-CUST-ID(WS-CONTACT-COUNT)
               MOVE LS-CAMPAIGN TO WS-CON-CAMPAIGN(WS-CONTACT-COUNT)
               MOVE 0 TO WS-CON-AGE-DAYS(WS-CONTACT-COUNT)
           END-IF.

       LOAD-FREQUENCY-POLICY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               TO WS-TODAY-INT
           MOVE 0 TO WS-RULE-COUNT WS-LONGEST-DAYS
           OPEN INPUT FREQUENCY-POLICY-FILE
           IF WS-POL-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-RULE-COUNT >= WS-RULE-MAX
                   READ FREQUENCY-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FREQUENCY-POLICY-RECORD(1:1) NOT = '*'
                               PERFORM LOAD-ONE-POLICY-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCY-POLICY-FILE
           END-IF.

      *    "LIMIT 3 IN 30"; anything else is ignored so the file can
      *    carry comments.
       LOAD-ONE-POLICY-RULE.
           MOVE SPACES TO WS-POL-TOKEN(1) WS-POL-TOKEN(2)
               WS-POL-TOKEN(3) WS-POL-TOKEN(4)
           UNSTRING FREQUENCY-POLICY-RECORD DELIMITED BY ALL ' '
               INTO WS-POL-TOKEN(1) WS-POL-TOKEN(2) WS-POL-TOKEN(3)
                   WS-POL-TOKEN(4)
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-POL-TOKEN(1)) = 'LIMIT'
                   AND FUNCTION UPPER-CASE(WS-POL-TOKEN(3)) = 'IN'
                   AND FUNCTION TRIM(WS-POL-TOKEN(2)) IS NUMERIC
                   AND FUNCTION TRIM(WS-POL-TOKEN(4)) IS NUMERIC
               ADD 1 TO WS-RULE-COUNT
               MOVE FUNCTION NUMVAL(WS-POL-TOKEN(2))
                   TO WS-RULE-PIECES(WS-RULE-COUNT)
               MOVE FUNCTION NUMVAL(WS-POL-TOKEN(4))
                   TO WS-RULE-DAYS(WS-RULE-COUNT)
               IF WS-RULE-DAYS(WS-RULE-COUNT) > WS-LONGEST-DAYS
                   MOVE WS-RULE-DAYS(WS-RULE-COUNT)
                       TO WS-LONGEST-DAYS
               END-IF
           END-IF.

      *    Only today's pieces matter without a policy (the same-
      *    piece test); otherwise the longest window's worth.
       LOAD-RECENT-CONTACTS.
           MOVE 0 TO WS-CONTACT-COUNT
           COMPUTE WS-OLDEST-WANTED = WS-TODAY-INT - WS-LONGEST-DAYS
           OPEN INPUT CONTACT-HISTORY-FILE
           IF WS-CHS-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONTACT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CONTACT-HISTORY-RECORD(32:8) IS NUMERIC
                               PERFORM LOAD-ONE-CONTACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-FILE
           END-IF
           IF WS-TRUNCATED-SWITCH = 'Y'
               DISPLAY "WARNING: contact history window truncated at "
                   WS-CONTACT-MAX " pieces"
           END-IF.

       LOAD-ONE-CONTACT.
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               CONTACT-HISTORY-RECORD(32:8))) TO WS-ENTRY-INT
           IF WS-ENTRY-INT >= WS-OLDEST-WANTED
                   AND WS-ENTRY-INT <= WS-TODAY-INT
               IF WS-CONTACT-COUNT >= WS-CONTACT-MAX
                   MOVE 'Y' TO WS-TRUNCATED-SWITCH
               ELSE
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE CONTACT-HISTORY-RECORD(1:10)
                       TO WS-CON-CUST-ID(WS-CONTACT-COUNT)
                   MOVE CONTACT-HISTORY-RECORD(12:10)
                       TO WS-CON-CAMPAIGN(WS-CONTACT-COUNT)
                   COMPUTE WS-CON-AGE-DAYS(WS-CONTACT-COUNT) =
                       WS-TODAY-INT - WS-ENTRY-INT
               END-IF
           END-IF.

       END PROGRAM CONTACTLG.
