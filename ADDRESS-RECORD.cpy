           05  ADDR-COUNTRY-CODE       PIC X(2).
           05  ADDR-UNDELIV-CODE       PIC X(2).
           05  ADDR-UNDELIV-DATE       PIC X(8).
      *    ADDR-TYPE-CODE, the next byte carved from the FILLER,
      *    says which postal form the parser recognized: S street,
      *    P PO box, R rural route or highway contract, M military
      *    (APO/FPO/DPO), G general delivery. Only a street address
      *    carries a house number; the other forms hold their whole
      *    normalized delivery line ("PO Box 123", "RR 2 Box 15",
      *    "PSC 1234 BOX 5678") in ADDR-STREET-NAME, and a military
      *    address carries its APO/FPO/DPO in ADDR-CITY-NAME. A
      *    record written before the field reads back blank, which
      *    is treated as a street address.
           05  ADDR-TYPE-CODE          PIC X(1).
               88  ADDR-IS-STREET          VALUE 'S' ' '.
               88  ADDR-IS-PO-BOX          VALUE 'P'.
               88  ADDR-IS-RURAL-ROUTE     VALUE 'R'.
               88  ADDR-IS-MILITARY        VALUE 'M'.
               88  ADDR-IS-GENERAL-DELIV   VALUE 'G'.
      *    The county enrichment fields, carved after the type code,
      *    come from the ZIP-level county reference FT-ZIPLOAD loads
      *    each quarter beside the city/state table: county name,
      *    five-digit county FIPS code (state + county), the time
      *    zone's standard-time code (EST, CST, MST, PST, AKST, HST,
      *    AST, CHST, SST), its standard offset from UTC in hours
      *    ("-05"), and whether the ZIP observes daylight saving
      *    (Y/N). FT-ADDRESS fills them on every record it writes;
      *    blank means the ZIP was not on the reference (or the
      *    address is military) and the time zone is unknown.
           05  ADDR-COUNTY-NAME        PIC X(30).
           05  ADDR-COUNTY-FIPS        PIC X(5).
           05  ADDR-TIME-ZONE          PIC X(4).
           05  ADDR-UTC-OFFSET         PIC X(3).
           05  ADDR-DST-FLAG           PIC X(1).
               88  ADDR-OBSERVES-DST       VALUE 'Y'.
      *    ADDR-NORMALIZED-FLAG is 'Y' when FT-ADDRESS had to
      *    rewrite a word of the text through the normalization
      *    rules (a street-type or directional variant) before the
      *    address would parse and validate. The address itself is
      *    good; the flag only tells FT-DQSCORE that the source
      *    keyed it loosely. Blank on older records, on operator
      *    corrections, and where no word needed rewriting.
           05  ADDR-NORMALIZED-FLAG    PIC X(1).
               88  ADDR-WAS-NORMALIZED     VALUE 'Y'.
           05  FILLER                  PIC X(47).
