      *****************************************************************
      *  Alternate (seasonal, billing, temporary) address line, one
      *  per line of address_alternates.txt. FT-ADDRESS's ALTADDR=
      *  transaction mode is the only writer (FT-NIXIE stamps the
      *  return-mail mark in place); ADDRALT resolves which line, if
      *  any, is in effect for a customer on a mail date. Caller
      *  supplies the enclosing 01, the field-entries-only
      *  convention MASTER-RECORD.cpy uses.
      *  A customer may carry any number of lines; purpose,
      *  recurrence and start date together identify one of them
      *  (ALT-ADDRESS-KEY, the ten bytes FT-LABELS stamps on its
      *  keyed output and FT-NIXIE on its history to say which
      *  address a piece went to -- blank there is the primary).
      *  A recurring range holds MMDD in the first four bytes of
      *  each date and repeats every year, wrapping the year end
      *  when the through date is earlier than the start ("1101" to
      *  "0430" is the winter); a one-time range holds full
      *  YYYYMMDD dates, through date blank while it stands.
      *  ALT-ADDRESS-TEXT is the 246-byte structured address of
      *  ADDRESS-RECORD.cpy, cleansed, parsed, validated and
      *  enriched the way the nightly pass does it, with its own
      *  ADDR-UNDELIV-CODE/-DATE return-mail mark (text offsets
      *  145 and 147).
      *****************************************************************
           05  ALT-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  ALT-ADDRESS-KEY.
               10  ALT-PURPOSE         PIC X(1).
                   88  ALT-IS-SEASONAL     VALUE 'S'.
                   88  ALT-IS-BILLING      VALUE 'B'.
                   88  ALT-IS-TEMPORARY    VALUE 'T'.
               10  ALT-RECURRENCE      PIC X(1).
                   88  ALT-RECURS-YEARLY   VALUE 'R'.
                   88  ALT-IS-ONE-TIME     VALUE 'O'.
               10  ALT-FROM-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  ALT-THRU-DATE           PIC X(8).
           05  FILLER                  PIC X(1).
           05  ALT-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(1).
           05  ALT-ADDRESS-TEXT        PIC X(246).
           05  FILLER                  PIC X(6).
