      *****************************************************************
      *  Consolidated customer golden record, one per name-master
      *  customer, written nightly by FT-GOLDREC to
      *  customer_golden_record.txt between the suite's usual HDR and
      *  TRL control records. Downstream teams read the customer from
      *  here instead of joining the clean files themselves. Caller
      *  supplies the enclosing 01, the field-entries-only convention
      *  NAME-RECORD.cpy and ADDRESS-RECORD.cpy use; the name and
      *  address groups carry those copybooks' offsets byte for byte,
      *  so either can be laid over them with a REDEFINES.
      *  Each part carries the run id that last touched it: the name
      *  and address parts their masters' own writing stamps; the
      *  contact, consent and household parts the FT-GOLDREC build
      *  that first saw their current content (those stores carry no
      *  stamp of their own). A part with no data reads back blank.
      *  750 bytes; FILLER at the end is room to grow.
      *****************************************************************
           05  GOLD-CUST-ID            PIC X(10).
      *    Name part -- NAME-RECORD.cpy layout, from the name master.
           05  GOLD-NAME-FIELDS.
               10  GOLD-LAST-NAME      PIC X(80).
               10  GOLD-FIRST-NAME     PIC X(80).
               10  GOLD-MIDDLE-NAME    PIC X(66).
               10  GOLD-SUFFIX         PIC X(10).
               10  GOLD-HONORIFIC      PIC X(9).
               10  GOLD-ENTITY-FLAG    PIC X(1).
           05  GOLD-NAME-RUN-ID        PIC X(14).
           05  GOLD-COMPANY-CODE       PIC X(2).
           05  GOLD-STATUS-CODE        PIC X(1).
           05  GOLD-STATUS-DATE        PIC X(8).
      *    Address part -- ADDRESS-RECORD.cpy layout, from the
      *    address master (the current address and any return-mail
      *    hold on it).
           05  GOLD-ADDRESS-FIELDS.
               10  GOLD-HOUSE-NUMBER   PIC X(10).
               10  GOLD-STREET-NAME    PIC X(60).
               10  GOLD-UNIT-TEXT      PIC X(20).
               10  GOLD-CITY-NAME      PIC X(40).
               10  GOLD-STATE-CODE     PIC X(2).
               10  GOLD-ZIP-CODE       PIC X(10).
               10  GOLD-COUNTRY-CODE   PIC X(2).
               10  GOLD-UNDELIV-CODE   PIC X(2).
               10  GOLD-UNDELIV-DATE   PIC X(8).
               10  FILLER              PIC X(92).
           05  GOLD-ADDRESS-RUN-ID     PIC X(14).
      *    Contact part -- clean_contacts.txt, bounce state included.
           05  GOLD-CONTACT-FIELDS.
               10  GOLD-PHONE          PIC X(14).
               10  GOLD-EMAIL          PIC X(80).
               10  GOLD-BOUNCE-STATUS  PIC X(1).
               10  GOLD-BOUNCE-DATE    PIC X(8).
           05  GOLD-CONTACT-RUN-ID     PIC X(14).
      *    Consent part -- consent_ledger.txt ('Y' = opted out).
           05  GOLD-CONSENT-FIELDS.
               10  GOLD-NO-MAIL        PIC X(1).
               10  GOLD-NO-EMAIL       PIC X(1).
               10  GOLD-NO-PHONE       PIC X(1).
               10  GOLD-CONSENT-DATE   PIC X(8).
               10  GOLD-CONSENT-SOURCE PIC X(3).
           05  GOLD-CONSENT-RUN-ID     PIC X(14).
      *    Household part -- household_master.txt.
           05  GOLD-HOUSEHOLD-FIELDS.
               10  GOLD-HOUSEHOLD-KEY  PIC X(10).
               10  GOLD-HOUSEHOLD-SEQ  PIC X(3).
           05  GOLD-HOUSEHOLD-RUN-ID   PIC X(14).
           05  GOLD-BUILD-RUN-ID       PIC X(14).
           05  FILLER                  PIC X(23).
