      *****************************************************************
      *  Alternate name (maiden, former, known-as, alternate spelling)
      *  line, one per line of name_aliases.txt. FT-NAME keeps the
      *  file: a master name change whose surname moved appends the
      *  superseded name as a former name (source H, the effective-
      *  dated name history's window), and its ALIAS= transaction
      *  mode takes operator entries (source O) and sweeps older
      *  history in. NAMEALIAS answers per-customer lookups. Caller
      *  supplies the enclosing 01, the field-entries-only
      *  convention MASTER-RECORD.cpy uses.
      *  A customer may carry any number of lines. ALIAS-NAME-TEXT
      *  is the 246-byte structured name of NAME-RECORD.cpy, cleaned
      *  and parsed the way the nightly pass does it, with the
      *  ALIAS-NAME-PARTS view for the fields; ALIAS-DISPLAY-NAME is
      *  the same name as one line for reports and inquiry answers.
      *  Dates are YYYYMMDD; a blank through date means the name is
      *  still in use (a known-as name is honored only inside its
      *  window).
      *****************************************************************
           05  ALIAS-CUST-ID           PIC X(10).
           05  FILLER                  PIC X(1).
           05  ALIAS-TYPE              PIC X(1).
               88  ALIAS-IS-MAIDEN         VALUE 'M'.
               88  ALIAS-IS-FORMER         VALUE 'F'.
               88  ALIAS-IS-KNOWN-AS       VALUE 'K'.
               88  ALIAS-IS-SPELLING       VALUE 'S'.
               88  ALIAS-TYPE-VALID        VALUE 'M' 'F' 'K' 'S'.
           05  FILLER                  PIC X(1).
           05  ALIAS-FROM-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  ALIAS-THRU-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  ALIAS-SOURCE            PIC X(1).
               88  ALIAS-FROM-HISTORY      VALUE 'H'.
               88  ALIAS-FROM-OPERATOR     VALUE 'O'.
           05  FILLER                  PIC X(1).
           05  ALIAS-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(1).
           05  ALIAS-NAME-TEXT         PIC X(246).
           05  ALIAS-NAME-PARTS REDEFINES ALIAS-NAME-TEXT.
               10  ALIAS-LAST-NAME     PIC X(80).
               10  ALIAS-FIRST-NAME    PIC X(80).
               10  ALIAS-MIDDLE-NAME   PIC X(66).
               10  ALIAS-SUFFIX        PIC X(10).
               10  ALIAS-HONORIFIC     PIC X(9).
               10  ALIAS-ENTITY-FLAG   PIC X(1).
           05  FILLER                  PIC X(1).
           05  ALIAS-DISPLAY-NAME      PIC X(80).
           05  FILLER                  PIC X(5).
