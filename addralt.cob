       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRALT.

      *    Alternate address resolution. A customer may carry, beside
      *    the one address on the address master, seasonal, billing
      *    and temporary addresses with an effective date range
      *    (address_alternates.txt, ALTADDR-RECORD.cpy, kept by
      *    FT-ADDRESS's ALTADDR= transaction mode). Every program
      *    that addresses a piece, or has to say where one went, asks
      *    here which address is in effect on the mail date, so the
      *    rule is decided in one place -- the CHGUSAGE and KEYSPACE
      *    reasoning again.
      *
      *    CALL 'ADDRALT' USING function, customer id X(10), mail
      *    date X(8) YYYYMMDD, mail class X(1), address key X(10),
      *    address text X(246), found switch X(1):
      *      F  find the alternate in effect for the customer on the
      *         mail date. The switch comes back Y with the line's
      *         ALT-ADDRESS-KEY and structured address text, or N
      *         with both blank -- mail goes to the primary address.
      *         The alternates file loads on the first call;
      *      E  end of run: forget the file, so the next find
      *         reloads it.
      *    A billing address is for billing mail only: it is in
      *    effect only when the mail class is B, and then it ranks
      *    ahead of the others. Otherwise a one-time range ranks
      *    ahead of a recurring one (a temporary stay overrides the
      *    seasonal pattern), and between equals the line later in
      *    the file -- the later-written -- wins. A missing file
      *    means nobody has an alternate; one that cannot be read is
      *    called out on the console and every piece keeps its
      *    primary address, which is how mail went before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALTERNATES-FILE ASSIGN TO DYNAMIC
               WS-ALTERNATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALTERNATES-FILE.
       01  ALTERNATES-RECORD.
           COPY "ALTADDR-RECORD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ALT-STAT              PIC XX VALUE SPACES.
       77  IDX                      PIC 9(5) COMP.
       01  WS-ALTERNATES-FILENAME   PIC X(100)
                                    VALUE 'address_alternates.txt'.
      *    N not loaded yet, Y loaded.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  ALTERNATES-LOADED        VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
       01  WS-MAIL-MMDD             PIC X(4) VALUE SPACES.
       01  WS-IN-EFFECT-SW          PIC X VALUE 'N'.
           88  LINE-IN-EFFECT           VALUE 'Y'.
       01  WS-RANK                  PIC 9 VALUE 0.
       01  WS-BEST-RANK             PIC 9 VALUE 0.
       01  WS-BEST-IDX              PIC 9(5) COMP VALUE 0.

       01  WS-ENTRY-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-MAX             PIC 9(5) COMP VALUE 5000.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 5000 TIMES.
               10  WS-ENT-CUST-ID   PIC X(10).
               10  WS-ENT-KEY.
                   15  WS-ENT-PURPOSE   PIC X(1).
                   15  WS-ENT-RECUR     PIC X(1).
                   15  WS-ENT-FROM      PIC X(8).
               10  WS-ENT-THRU      PIC X(8).
               10  WS-ENT-TEXT      PIC X(246).

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-CUST-ID               PIC X(10).
       01  LS-MAIL-DATE             PIC X(8).
       01  LS-MAIL-CLASS            PIC X.
       01  LS-ADDRESS-KEY           PIC X(10).
       01  LS-ADDRESS-TEXT          PIC X(246).
       01  LS-FOUND-SW              PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-CUST-ID LS-MAIL-DATE
               LS-MAIL-CLASS LS-ADDRESS-KEY LS-ADDRESS-TEXT
               LS-FOUND-SW.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'F'
                   PERFORM FIND-ADDRESS-IN-EFFECT
               WHEN 'E'
                   MOVE 'N' TO WS-LOADED-SW
                   MOVE 0 TO WS-ENTRY-COUNT
           END-EVALUATE
           GOBACK.

       FIND-ADDRESS-IN-EFFECT.
           MOVE 'N' TO LS-FOUND-SW
           MOVE SPACES TO LS-ADDRESS-KEY LS-ADDRESS-TEXT
           IF NOT ALTERNATES-LOADED
               PERFORM LOAD-ALTERNATES
           END-IF
           MOVE LS-MAIL-DATE(5:4) TO WS-MAIL-MMDD
           MOVE 0 TO WS-BEST-IDX WS-BEST-RANK
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-ENTRY-COUNT
               IF WS-ENT-CUST-ID(IDX) = LS-CUST-ID
                   PERFORM RANK-ONE-ALTERNATE
                   IF WS-RANK > 0 AND WS-RANK >= WS-BEST-RANK
                       MOVE WS-RANK TO WS-BEST-RANK
                       MOVE IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO LS-FOUND-SW
               MOVE WS-ENT-KEY(WS-BEST-IDX) TO LS-ADDRESS-KEY
               MOVE WS-ENT-TEXT(WS-BEST-IDX) TO LS-ADDRESS-TEXT
           END-IF.

      *    0 not in effect (or not for this class of mail); 1 a
      *    recurring range, 2 a one-time range, each lifted by 2 for
      *    a billing address on billing mail.
       RANK-ONE-ALTERNATE.
           MOVE 0 TO WS-RANK
           IF WS-ENT-PURPOSE(IDX) = 'B' AND LS-MAIL-CLASS NOT = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-EFFECT-SW
           IF WS-ENT-RECUR(IDX) = 'R'
               IF WS-ENT-FROM(IDX)(1:4) <= WS-ENT-THRU(IDX)(1:4)
                   IF WS-MAIL-MMDD >= WS-ENT-FROM(IDX)(1:4)
                           AND WS-MAIL-MMDD <= WS-ENT-THRU(IDX)(1:4)
                       MOVE 'Y' TO WS-IN-EFFECT-SW
                   END-IF
               ELSE
                   IF WS-MAIL-MMDD >= WS-ENT-FROM(IDX)(1:4)
                           OR WS-MAIL-MMDD <= WS-ENT-THRU(IDX)(1:4)
                       MOVE 'Y' TO WS-IN-EFFECT-SW
                   END-IF
               END-IF
               IF LINE-IN-EFFECT
                   MOVE 1 TO WS-RANK
               END-IF
           ELSE
               IF LS-MAIL-DATE >= WS-ENT-FROM(IDX)
                       AND (WS-ENT-THRU(IDX) = SPACES
                           OR LS-MAIL-DATE <= WS-ENT-THRU(IDX))
                   MOVE 2 TO WS-RANK
               END-IF
           END-IF
           IF WS-RANK > 0 AND WS-ENT-PURPOSE(IDX) = 'B'
               ADD 2 TO WS-RANK
           END-IF.

       LOAD-ALTERNATES.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 'Y' TO WS-LOADED-SW
           OPEN INPUT ALTERNATES-FILE
           IF WS-ALT-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALT-STAT NOT = "00"
               DISPLAY "ADDRALT: alternate addresses unreadable, "
                   "primary addresses used. STATUS=" WS-ALT-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALTERNATES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM KEEP-ONE-ALTERNATE
               END-READ
           END-PERFORM
           CLOSE ALTERNATES-FILE.

       KEEP-ONE-ALTERNATE.
           IF ALT-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               DISPLAY "ADDRALT: alternate table full at "
                   WS-ENTRY-MAX " - later lines not consulted"
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE ALT-CUST-ID TO WS-ENT-CUST-ID(WS-ENTRY-COUNT)
           MOVE ALT-ADDRESS-KEY TO WS-ENT-KEY(WS-ENTRY-COUNT)
           MOVE ALT-THRU-DATE TO WS-ENT-THRU(WS-ENTRY-COUNT)
           MOVE ALT-ADDRESS-TEXT TO WS-ENT-TEXT(WS-ENTRY-COUNT).

       END PROGRAM ADDRALT.
