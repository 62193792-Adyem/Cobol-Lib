      *****************************************************************
      *  Shared processing-usage record, one line per program, volume
      *  and company per run on the chargeback usage ledger
      *  (chargeback_usage.txt). Tallied through CALL 'CHGUSAGE' by
      *  the programs whose work is charged back to the sister
      *  companies (FT-NAME, FT-ADDRESS, FT-CONTACT, FT-CORRECT,
      *  FT-ACREVIEW, FT-LABELS, FT-LETTER, FT-PRESORT) and priced at
      *  month end by FT-CHGBACK. Caller supplies the enclosing 01,
      *  the field-entries-only convention the other record
      *  copybooks use.
      *  On a tally call the caller fills program, volume, count and
      *  either the company or the customer id (CHGUSAGE looks the
      *  company up on the name master); on the ledger the customer
      *  id is blank and the stamp and run id are the flush's.
      *  Volume codes: NAMECLN, ADDRCLN, CONTCLN (records cleansed),
      *  CORRECT (review-screen corrections), LABEL, LETTER (pieces
      *  produced), PRESORT (pieces presorted). Company ?? is a
      *  customer the name master does not carry.
      *****************************************************************
           05  USAGE-STAMP          PIC X(14).
           05  FILLER               PIC X.
           05  USAGE-RUN-ID         PIC X(14).
           05  FILLER               PIC X.
           05  USAGE-PROGRAM        PIC X(12).
           05  FILLER               PIC X.
           05  USAGE-VOLUME         PIC X(8).
           05  FILLER               PIC X.
           05  USAGE-COMPANY        PIC X(2).
           05  FILLER               PIC X.
           05  USAGE-COUNT          PIC 9(9).
           05  FILLER               PIC X.
           05  USAGE-CUST-ID        PIC X(10).
