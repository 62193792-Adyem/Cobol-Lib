       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEALIAS.

      *    Alternate name lookup. A customer may carry, beside the one
      *    name on the name master, maiden, former, known-as and
      *    alternate-spelling names (name_aliases.txt,
      *    ALIAS-RECORD.cpy, kept by FT-NAME). Every program that
      *    matches a customer by name, or greets one, asks here, so
      *    the lines are read one way in one place -- the ADDRALT
      *    reasoning again.
      *
      *    CALL 'NAMEALIAS' USING function, customer id X(10), as-of
      *    date X(8) YYYYMMDD, cursor 9(5), alias line X(380), found
      *    switch X(1):
      *      K  the known-as name in effect for the customer on the
      *         as-of date: from date blank or on/before it, through
      *         date blank or on/after it; between several the line
      *         later in the file -- the later-written -- wins;
      *      N  the customer's next alias of any type after the
      *         cursor's entry (start the cursor at zero); the
      *         cursor comes back on the entry returned, so calling
      *         again walks them all. Dates are not consulted -- a
      *         maiden name matches mail for as long as anyone still
      *         uses it;
      *      E  end of run: forget the file, so the next call
      *         reloads it.
      *    The switch comes back Y with the whole alias line, or N
      *    with the line blank. The file loads on the first call; a
      *    missing file means nobody has an alias, and one that
      *    cannot be read is called out on the console and treated
      *    the same way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIASES-FILE ASSIGN TO DYNAMIC
               WS-ALIASES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIASES-FILE.
       01  ALIASES-RECORD.
           COPY "ALIAS-RECORD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-ALS-STAT              PIC XX VALUE SPACES.
       77  IDX                      PIC 9(5) COMP.
       01  WS-ALIASES-FILENAME      PIC X(100)
                                    VALUE 'name_aliases.txt'.
      *    N not loaded yet, Y loaded.
       01  WS-LOADED-SW             PIC X VALUE 'N'.
           88  ALIASES-LOADED           VALUE 'Y'.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
       01  WS-BEST-IDX              PIC 9(5) COMP VALUE 0.

       01  WS-ENTRY-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-ENTRY-MAX             PIC 9(5) COMP VALUE 10000.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 10000 TIMES.
               10  WS-ENT-CUST-ID   PIC X(10).
               10  WS-ENT-TYPE      PIC X(1).
               10  WS-ENT-FROM      PIC X(8).
               10  WS-ENT-THRU      PIC X(8).
               10  WS-ENT-LINE      PIC X(380).

       LINKAGE SECTION.
       01  LS-FUNCTION              PIC X.
       01  LS-CUST-ID               PIC X(10).
       01  LS-AS-OF-DATE            PIC X(8).
       01  LS-CURSOR                PIC 9(5).
       01  LS-ALIAS-LINE            PIC X(380).
       01  LS-FOUND-SW              PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-CUST-ID LS-AS-OF-DATE
               LS-CURSOR LS-ALIAS-LINE LS-FOUND-SW.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'K'
                   PERFORM FIND-KNOWN-AS-NAME
               WHEN 'N'
                   PERFORM FIND-NEXT-ALIAS
               WHEN 'E'
                   MOVE 'N' TO WS-LOADED-SW
                   MOVE 0 TO WS-ENTRY-COUNT
           END-EVALUATE
           GOBACK.

       FIND-KNOWN-AS-NAME.
           MOVE 'N' TO LS-FOUND-SW
           MOVE SPACES TO LS-ALIAS-LINE
           IF NOT ALIASES-LOADED
               PERFORM LOAD-ALIASES
           END-IF
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-ENTRY-COUNT
               IF WS-ENT-CUST-ID(IDX) = LS-CUST-ID
                       AND WS-ENT-TYPE(IDX) = 'K'
                       AND (WS-ENT-FROM(IDX) = SPACES
                           OR WS-ENT-FROM(IDX) <= LS-AS-OF-DATE)
                       AND (WS-ENT-THRU(IDX) = SPACES
                           OR WS-ENT-THRU(IDX) >= LS-AS-OF-DATE)
                   MOVE IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO LS-FOUND-SW
               MOVE WS-ENT-LINE(WS-BEST-IDX) TO LS-ALIAS-LINE
           END-IF.

       FIND-NEXT-ALIAS.
           MOVE 'N' TO LS-FOUND-SW
           MOVE SPACES TO LS-ALIAS-LINE
           IF NOT ALIASES-LOADED
               PERFORM LOAD-ALIASES
           END-IF
           PERFORM VARYING IDX FROM LS-CURSOR BY 1
                   UNTIL IDX >= WS-ENTRY-COUNT
                       OR LS-FOUND-SW = 'Y'
               IF WS-ENT-CUST-ID(IDX + 1) = LS-CUST-ID
                   MOVE 'Y' TO LS-FOUND-SW
                   MOVE WS-ENT-LINE(IDX + 1) TO LS-ALIAS-LINE
                   COMPUTE LS-CURSOR = IDX + 1
               END-IF
           END-PERFORM.

       LOAD-ALIASES.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 'Y' TO WS-LOADED-SW
           OPEN INPUT ALIASES-FILE
           IF WS-ALS-STAT = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALS-STAT NOT = "00"
               DISPLAY "NAMEALIAS: alternate names unreadable, "
                   "none consulted. STATUS=" WS-ALS-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ALIASES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM KEEP-ONE-ALIAS
               END-READ
           END-PERFORM
           CLOSE ALIASES-FILE.

       KEEP-ONE-ALIAS.
           IF ALIAS-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               DISPLAY "NAMEALIAS: alternate name table full at "
                   WS-ENTRY-MAX " - later lines not consulted"
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE ALIAS-CUST-ID TO WS-ENT-CUST-ID(WS-ENTRY-COUNT)
           MOVE ALIAS-TYPE TO WS-ENT-TYPE(WS-ENTRY-COUNT)
           MOVE ALIAS-FROM-DATE TO WS-ENT-FROM(WS-ENTRY-COUNT)
           MOVE ALIAS-THRU-DATE TO WS-ENT-THRU(WS-ENTRY-COUNT)
           MOVE ALIASES-RECORD TO WS-ENT-LINE(WS-ENTRY-COUNT).

       END PROGRAM NAMEALIAS.
