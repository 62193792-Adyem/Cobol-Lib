       01  QUERY-REPORT-RECORD      PIC X(600).

       FD  SEGMENT-INDEX-FILE.
       01  SEGMENT-INDEX-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       77  WS-AUD-STAT      PIC XX VALUE SPACES.
