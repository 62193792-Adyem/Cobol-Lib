                       MOVE DELTA-RECORD(12:246) TO MASTER-NAME-TEXT
                       MOVE WS-DELTA-CURRENT-ID TO MASTER-RUN-ID
                       MOVE SPACES TO MASTER-COMPANY-CODE
      *                The delta carries name text only; an added
      *                customer starts active as of its generation.
                       MOVE 'A' TO MASTER-STATUS-CODE
                       MOVE WS-DELTA-CURRENT-ID(1:8)
                           TO MASTER-STATUS-DATE
                       WRITE MASTER-RECORD
                       END-WRITE
                       IF WS-MASTER-STAT = "00"
