      *****************************************************************
      *  Change-confirmation letter request, one per line of
      *  confirm_requests.txt. FT-CONFIRM writes one line for each
      *  name change, address change or postal move of the night;
      *  FT-LETTER's CONFIRM= mode prints the letter from it and
      *  notes each on the confirmation log FT-CONFIRM reconciles.
      *  Caller supplies the enclosing 01, the field-entries-only
      *  convention MASTER-RECORD.cpy uses.
      *  The event key (id, type, change date) names the event on
      *  the request, the confirmation log and the reconciliation
      *  report alike. Before and after values are readable lines:
      *  for a name change the old and new names on line 1; for an
      *  address change or move the old and new addresses as street
      *  line and city line. The name line is the customer's current
      *  name, and the mail lines the address a name-change letter
      *  goes to -- an address letter goes to both of its addresses
      *  and leaves them blank.
      *****************************************************************
           05  CFR-EVENT-KEY.
               10  CFR-CUST-ID         PIC X(10).
               10  FILLER              PIC X(1).
               10  CFR-EVENT-TYPE      PIC X(1).
                   88  CFR-NAME-CHANGE     VALUE 'N'.
                   88  CFR-ADDRESS-CHANGE  VALUE 'A'.
                   88  CFR-MOVE            VALUE 'M'.
                   88  CFR-ADDRESS-EVENT   VALUE 'A' 'M'.
               10  FILLER              PIC X(1).
               10  CFR-EVENT-DATE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  CFR-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(1).
           05  CFR-BEFORE-1            PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-BEFORE-2            PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-AFTER-1             PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-AFTER-2             PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-NAME-LINE           PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-MAIL-1              PIC X(80).
           05  FILLER                  PIC X(1).
           05  CFR-MAIL-2              PIC X(80).
