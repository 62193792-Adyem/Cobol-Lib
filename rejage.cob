
       DATA DIVISION.
       FILE SECTION.
      *    Layout as FT-NAME's REJECTS-FILE note; the manifest source
      *    code in 302-304 is not consulted here.
       FD  REJECTS-FILE.
       01  REJECTS-RECORD           PIC X(304).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD            PIC X(80).
