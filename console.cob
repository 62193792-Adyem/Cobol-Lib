      *        name_reject_aging_rpt.txt  (ESCALATE lines)
      *        name_collisions.txt
      *        labels_unmatched_rpt.txt   (NAME-ONLY/ADDRESS-ONLY)
      *        crm_reject_worklist.txt    (queued date in 108-115)
      *        crm_ack_state.txt          (a MISSING or MISMATCH CRM
      *                                    acknowledgment holding the
      *                                    next extract)
      *        address_rejects.txt
      *        address_exceptions.txt
      *        address_moves_exceptions.txt
      *        contact_rejects.txt
      *    then offers to jump straight into the matching review
      *    screen -- (C)orrections, (E)xceptions or (A)ddress/contact
      *    (FT-ACREVIEW), launched through the commands the CORRECT=/
      *    REVIEW=/ACREVIEW= parameters name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-CORRECT-COMMAND   PIC X(100) VALUE 'ftcorrect'.
       01  WS-REVIEW-COMMAND    PIC X(100) VALUE 'ftexcreview'.
       01  WS-ACREVIEW-COMMAND  PIC X(100) VALUE 'ftacreview'.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-TODAY-INT         PIC 9(9) COMP VALUE 0.

      *    Per-queue tally state, reset before each sweep.
       01  WS-QUEUE-MODE        PIC X(1) VALUE SPACE.
      *        R rejects, X exceptions, E escalations, C collisions
      *        and the address/contact queues (every line counts, no
      *        date on the record), U unmatched labels, K CRM
      *        rejects, A CRM ack hold.
       01  WS-QUEUE-DEPTH       PIC 9(9) VALUE 0.
       01  WS-OLDEST-DATE       PIC X(8) VALUE SPACES.
       01  WS-LINE-DATE         PIC X(8) VALUE SPACES.
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-UNMATCHED

           MOVE 'K' TO WS-QUEUE-MODE
           MOVE 'crm_reject_worklist.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-CRM-REJECTS

           MOVE 'A' TO WS-QUEUE-MODE
           MOVE 'crm_ack_state.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-CRM-ACK-HOLD

           MOVE 'C' TO WS-QUEUE-MODE
           MOVE 'address_rejects.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-ADDR-REJECTS

           MOVE 'C' TO WS-QUEUE-MODE
           MOVE 'address_exceptions.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-ADDR-EXCEPTIONS

           MOVE 'C' TO WS-QUEUE-MODE
           MOVE 'address_moves_exceptions.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-MOVE-EXCEPTIONS

           MOVE 'C' TO WS-QUEUE-MODE
           MOVE 'contact_rejects.txt' TO WS-QUEUE-FILENAME
           PERFORM SWEEP-ONE-QUEUE
           PERFORM SHOW-QUEUE-LINE-CONTACT-REJECTS

           DISPLAY " "
           IF WS-TOTAL-DEPTH = 0
               DISPLAY "All queues empty."
                               QUEUE-RECORD(1:12) = 'ADDRESS-ONLY'
                           ADD 1 TO WS-QUEUE-DEPTH
                       END-IF
                   WHEN 'K'
                       ADD 1 TO WS-QUEUE-DEPTH
                       MOVE QUEUE-RECORD(108:8) TO WS-LINE-DATE
                       PERFORM KEEP-OLDEST-DATE
                   WHEN 'A'
                       IF QUEUE-RECORD(1:8) = 'MISSING' OR
                               QUEUE-RECORD(1:8) = 'MISMATCH'
                           ADD 1 TO WS-QUEUE-DEPTH
                           MOVE QUEUE-RECORD(35:8) TO WS-LINE-DATE
                           PERFORM KEEP-OLDEST-DATE
                       END-IF
               END-EVALUATE
           END-IF.

           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "Unmatched labels " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-CRM-REJECTS.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "CRM rejects      " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-CRM-ACK-HOLD.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "CRM ack hold     " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-ADDR-REJECTS.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "Address rejects  " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-ADDR-EXCEPTIONS.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "Address exceptns " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-MOVE-EXCEPTIONS.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "Move exceptions  " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

       SHOW-QUEUE-LINE-CONTACT-REJECTS.
           MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
           DISPLAY "Contact rejects  " WS-DEPTH-EDIT "  " WS-AGE-TEXT.

      *    The jump: launch the chosen review screen in this same
      *    terminal and come back to the prompt when it exits, so
      *    the operator can work queue after queue from one place.
           MOVE SPACE TO WS-OPERATOR-CHOICE
           PERFORM UNTIL WS-OPERATOR-CHOICE = 'Q'
               DISPLAY "Open which screen? (C)orrections  "
                   "(E)xceptions  (A)ddress/contact  (Q)uit "
                   WITH NO ADVANCING
               ACCEPT WS-OPERATOR-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-CHOICE)
                   TO WS-OPERATOR-CHOICE
                   WHEN 'E'
                       CALL "SYSTEM" USING WS-REVIEW-COMMAND
                       MOVE 0 TO RETURN-CODE
                   WHEN 'A'
                       CALL "SYSTEM" USING WS-ACREVIEW-COMMAND
                       MOVE 0 TO RETURN-CODE
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "C, E, A or Q please"
               END-EVALUATE
           END-PERFORM.

           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
                       MOVE WS-PARM-WORK(9:92) TO WS-CORRECT-COMMAND
                   WHEN WS-PARM-WORK(1:7) = 'REVIEW='
                       MOVE WS-PARM-WORK(8:93) TO WS-REVIEW-COMMAND
                   WHEN WS-PARM-WORK(1:9) = 'ACREVIEW='
                       MOVE WS-PARM-WORK(10:91) TO WS-ACREVIEW-COMMAND
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
