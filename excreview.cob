
       DATA DIVISION.
       FILE SECTION.
      *    Layout as FT-NAME's EXCEPTIONS-FILE note: free text 1-300,
      *    the manifest source code 302-304, carried forward as is.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD            PIC X(304).

       FD  EXCEPTIONS-REMAINING-FILE.
       01  EXCEPTIONS-REMAINING-RECORD  PIC X(304).

      *    Dictionary line: the approved word 1-30 (all FT-NAME
      *    reads), then the decision record the controls review
       PRESENT-ONE-EXCEPTION.
           DISPLAY " "
           DISPLAY "Queued entry: "
               FUNCTION TRIM(EXCEPTIONS-RECORD(1:300))
           DISPLAY "Disposition? (A)pprove  (F)lag  (S)kip  (Q)uit "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-ACTION
