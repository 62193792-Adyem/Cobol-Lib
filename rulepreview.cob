      *    The raw value rides between the customer id and the
      *    " -> " separator (WRITE-AUDIT-RECORD's layout; the
      *    pre-run-id layout shifts the id left, same allowance
      *    FT-AUDITQ makes). A raw side opening with a '[' tag
      *    (FT-CONTACT's email repairs, erasure tombstones) is no
      *    name and is not replayed.
       REPLAY-ONE-AUDIT-LINE.
           IF AUDIT-RECORD(28:4) = 'RUN='
               MOVE AUDIT-RECORD(47:10) TO WS-LINE-CUST-ID
               END-IF
           END-PERFORM
           IF WS-ARROW-POS = 0 OR WS-ARROW-POS <= WS-RAW-START
                   OR AUDIT-RECORD(WS-RAW-START:1) = '['
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RAW-TEXT
