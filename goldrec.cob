       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-GOLDREC.

      *    Nightly consolidated customer golden-record build. Each
      *    downstream team rebuilt "the customer" by joining
      *    clean_names.txt, clean_addresses.txt and clean_contacts.txt
      *    its own way, and no two joined alike. This step sorts every
      *    customer-keyed store into one id-ordered stream -- the name
      *    master, the address master, the contact store, the consent
      *    ledger, household_master.txt and last night's golden file
      *    -- and writes one GOLDEN-RECORD.cpy record per name-master
      *    customer to customer_golden_record.txt (OUTPUT= overrides):
      *    the master name fields, company code and lifecycle status;
      *    the current address with any return-mail hold; phone and
      *    email with bounce state; the consent flags; the household
      *    key; and the run id that last touched each part. The
      *    contact, consent and household stores carry no run stamp,
      *    so those parts keep the prior golden file's stamp while
      *    their content is unchanged and take tonight's build run id
      *    when it changes. Rows from the other stores with no
      *    name-master customer are counted, not written.
      *    The file leads with the suite's HDR record (RUN-DATE=,
      *    RUN-ID=) and ends with the TRL RECORD-COUNT= of its data
      *    records, so FT-VALIDATE checks it like the clean file and
      *    FT-RELEASE ships it once listed in release_artifacts.ctl.
      *    RC 12 when the name master or the output cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same RELATIVE-organization declarations the masters'
      *    writers use (see name.cob's note on this build's disabled
      *    ISAM handler); both are read front to back here.
           SELECT NAME-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-RKEY
               FILE STATUS IS WS-MASTER-STAT.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-ADDR-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-ADDR-MASTER-RKEY
               FILE STATUS IS WS-AMS-STAT.
           SELECT CLEAN-CONTACTS-FILE ASSIGN TO DYNAMIC
               WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT CONSENT-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-CONSENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STAT.
           SELECT HOUSEHOLD-MASTER-FILE ASSIGN TO DYNAMIC
               WS-HOUSEHOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHM-STAT.
      *    The prior night's golden file is read during the sort's
      *    input phase and the new one written during its output
      *    phase, so the two may share a name.
           SELECT PRIOR-GOLDEN-FILE ASSIGN TO DYNAMIC
               WS-GOLDEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGF-STAT.
           SELECT GOLDEN-FILE ASSIGN TO DYNAMIC WS-GOLDEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLD-STAT.
           SELECT GLD-SORT-FILE ASSIGN TO "GLDSORT".
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
       01  MASTER-RECORD.
           COPY "MASTER-RECORD.cpy".

       FD  ADDRESS-MASTER-FILE.
       01  ADDR-MASTER-RECORD.
           05  ADDR-MST-CUST-ID     PIC X(10).
           05  ADDR-MST-TEXT        PIC X(246).
           05  ADDR-MST-RUN-ID      PIC X(14).

      *    Id 1-10, phone 11-24, email 25-104, bounce status 105,
      *    bounce date 106-113 -- FT-CONTACT's cleaned layout.
       FD  CLEAN-CONTACTS-FILE.
       01  CLEAN-CONTACTS-RECORD    PIC X(120).

      *    Id 1-10, no-mail 12, no-email 14, no-phone 16, effective
      *    date 18-25, source 27-29 -- FT-CONSENT's ledger.
       FD  CONSENT-LEDGER-FILE.
       01  CONSENT-LEDGER-RECORD    PIC X(30).

      *    Household key 1-10, customer id 12-21, member sequence
      *    23-25 -- FT-HHOLD's master.
       FD  HOUSEHOLD-MASTER-FILE.
       01  HOUSEHOLD-MASTER-RECORD  PIC X(200).

       FD  PRIOR-GOLDEN-FILE.
       01  PRIOR-GOLDEN-RECORD      PIC X(750).

       FD  GOLDEN-FILE.
       01  GOLDEN-FILE-RECORD       PIC X(750).

      *    One row per store record, tagged with the store it came
      *    from: N name master, A address master, C contact, K
      *    consent, H household, P prior golden record. The data is
      *    the store's record as read, so the masters' fields sit at
      *    their own record offsets.
       SD  GLD-SORT-FILE.
       01  GLD-SORT-RECORD.
           05  GLD-SORT-ID          PIC X(10).
           05  GLD-SORT-PART        PIC X(1).
           05  GLD-SORT-DATA        PIC X(290).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STAT   PIC XX VALUE SPACES.
       77  WS-AMS-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-CNS-STAT      PIC XX VALUE SPACES.
       77  WS-HHM-STAT      PIC XX VALUE SPACES.
       77  WS-PGF-STAT      PIC XX VALUE SPACES.
       77  WS-GLD-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.

       01  WS-MASTER-FILENAME   PIC X(100) VALUE 'name_master.idx'.
       01  WS-ADDR-MASTER-FILENAME PIC X(100)
                                VALUE 'address_master.idx'.
       01  WS-CONTACTS-FILENAME PIC X(100)
                                VALUE 'clean_contacts.txt'.
       01  WS-CONSENT-FILENAME  PIC X(100)
                                VALUE 'consent_ledger.txt'.
       01  WS-HOUSEHOLD-FILENAME PIC X(100)
                                VALUE 'household_master.txt'.
       01  WS-GOLDEN-FILENAME   PIC X(100)
                                VALUE 'customer_golden_record.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'customer_golden_report.txt'.
       01  WS-MASTER-RKEY       PIC 9(9) COMP VALUE 0.
       01  WS-ADDR-MASTER-RKEY  PIC 9(9) COMP VALUE 0.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-SORT-EOF-SWITCH   PIC X VALUE 'N'.
           88  SORT-STREAM-DONE     VALUE 'Y'.
       01  WS-MASTER-OPEN-SW    PIC X VALUE 'N'.
           88  MASTER-WAS-OPENED    VALUE 'Y'.
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.

      *    The customer being assembled, and last night's record for
      *    the same id when there was one.
       01  GOLDEN-RECORD.
           COPY "GOLDEN-RECORD.cpy".
       01  WS-CURRENT-ID        PIC X(10) VALUE SPACES.
       01  WS-HAS-NAME-PART     PIC X VALUE 'N'.
       01  WS-HAS-PRIOR         PIC X VALUE 'N'.
       01  WS-PRIOR-GOLDEN      PIC X(750) VALUE SPACES.
       01  WS-PRIOR-VIEW REDEFINES WS-PRIOR-GOLDEN.
           05  FILLER               PIC X(541).
           05  WS-PRIOR-CONTACT     PIC X(103).
           05  WS-PRIOR-CONTACT-RUN PIC X(14).
           05  WS-PRIOR-CONSENT     PIC X(14).
           05  WS-PRIOR-CONSENT-RUN PIC X(14).
           05  WS-PRIOR-HOUSEHOLD   PIC X(13).
           05  WS-PRIOR-HOUSEHOLD-RUN PIC X(14).
           05  FILLER               PIC X(37).

       01  WS-GOLDEN-COUNT      PIC 9(9) VALUE 0.
       01  WS-WITH-ADDR-COUNT   PIC 9(9) VALUE 0.
       01  WS-WITH-CONTACT-COUNT PIC 9(9) VALUE 0.
       01  WS-WITH-CONSENT-COUNT PIC 9(9) VALUE 0.
       01  WS-WITH-HHOLD-COUNT  PIC 9(9) VALUE 0.
       01  WS-RESTAMPED-COUNT   PIC 9(9) VALUE 0.
       01  WS-NO-MASTER-COUNT   PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS

           SORT GLD-SORT-FILE
               ON ASCENDING KEY GLD-SORT-ID
               INPUT PROCEDURE IS RELEASE-ALL-STORES
               OUTPUT PROCEDURE IS BUILD-GOLDEN-RECORDS

           IF NOT MASTER-WAS-OPENED OR WS-GLD-STAT NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-GOLDEN-REPORT
           DISPLAY "FT-GOLDREC: customers=" WS-GOLDEN-COUNT
               " restamped=" WS-RESTAMPED-COUNT
               " no-master=" WS-NO-MASTER-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       RELEASE-ALL-STORES.
           PERFORM RELEASE-NAME-MASTER
           IF NOT MASTER-WAS-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-ADDRESS-MASTER
           PERFORM RELEASE-CONTACTS
           PERFORM RELEASE-CONSENT-LEDGER
           PERFORM RELEASE-HOUSEHOLDS
           PERFORM RELEASE-PRIOR-GOLDEN.

       RELEASE-NAME-MASTER.
           OPEN INPUT NAME-MASTER-FILE
           IF WS-MASTER-STAT NOT = "00"
               DISPLAY "Failed to open name master. STATUS="
                   WS-MASTER-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN-SW
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MASTER-CUST-ID NOT = SPACES
                           MOVE MASTER-CUST-ID TO GLD-SORT-ID
                           MOVE 'N' TO GLD-SORT-PART
                           MOVE MASTER-RECORD TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER-FILE.

       RELEASE-ADDRESS-MASTER.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-AMS-STAT NOT = "00"
               DISPLAY "FT-GOLDREC: no address master, STATUS="
                   WS-AMS-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ADDRESS-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ADDR-MST-CUST-ID NOT = SPACES
                           MOVE ADDR-MST-CUST-ID TO GLD-SORT-ID
                           MOVE 'A' TO GLD-SORT-PART
                           MOVE ADDR-MASTER-RECORD TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE.

       RELEASE-CONTACTS.
           OPEN INPUT CLEAN-CONTACTS-FILE
           IF WS-CON-STAT NOT = "00"
               DISPLAY "FT-GOLDREC: no contact store, STATUS="
                   WS-CON-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CLEAN-CONTACTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CLEAN-CONTACTS-RECORD(1:10) NOT = SPACES
                           MOVE CLEAN-CONTACTS-RECORD(1:10)
                               TO GLD-SORT-ID
                           MOVE 'C' TO GLD-SORT-PART
                           MOVE CLEAN-CONTACTS-RECORD TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEAN-CONTACTS-FILE.

       RELEASE-CONSENT-LEDGER.
           OPEN INPUT CONSENT-LEDGER-FILE
           IF WS-CNS-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CONSENT-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CONSENT-LEDGER-RECORD(1:10) NOT = SPACES
                           MOVE CONSENT-LEDGER-RECORD(1:10)
                               TO GLD-SORT-ID
                           MOVE 'K' TO GLD-SORT-PART
                           MOVE CONSENT-LEDGER-RECORD TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-LEDGER-FILE.

       RELEASE-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-MASTER-FILE
           IF WS-HHM-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOUSEHOLD-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF HOUSEHOLD-MASTER-RECORD(12:10) NOT = SPACES
                           MOVE HOUSEHOLD-MASTER-RECORD(12:10)
                               TO GLD-SORT-ID
                           MOVE 'H' TO GLD-SORT-PART
                           MOVE HOUSEHOLD-MASTER-RECORD(1:25)
                               TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-MASTER-FILE.

      *    Only the contact-through-household span of last night's
      *    record is needed, for the stamp carry-forward.
       RELEASE-PRIOR-GOLDEN.
           OPEN INPUT PRIOR-GOLDEN-FILE
           IF WS-PGF-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRIOR-GOLDEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PRIOR-GOLDEN-RECORD(1:3) NOT = 'HDR'
                               AND PRIOR-GOLDEN-RECORD(1:3)
                                   NOT = 'TRL'
                               AND PRIOR-GOLDEN-RECORD(1:10)
                                   NOT = SPACES
                           MOVE PRIOR-GOLDEN-RECORD(1:10)
                               TO GLD-SORT-ID
                           MOVE 'P' TO GLD-SORT-PART
                           MOVE PRIOR-GOLDEN-RECORD(542:172)
                               TO GLD-SORT-DATA
                           RELEASE GLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-GOLDEN-FILE.

       BUILD-GOLDEN-RECORDS.
           IF NOT MASTER-WAS-OPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GOLDEN-FILE
           IF WS-GLD-STAT NOT = "00"
               DISPLAY "Failed to open golden record file. STATUS="
                   WS-GLD-STAT " FILE="
                   FUNCTION TRIM(WS-GOLDEN-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GOLDEN-FILE-RECORD
           MOVE "HDR" TO GOLDEN-FILE-RECORD(1:3)
           STRING "RUN-DATE=" WS-RUN-DATE DELIMITED BY SIZE
                   " RUN-ID=" WS-RUN-ID DELIMITED BY SIZE
               INTO GOLDEN-FILE-RECORD(11:100)
           END-STRING
           WRITE GOLDEN-FILE-RECORD

           MOVE SPACES TO WS-CURRENT-ID
           PERFORM START-NEW-CUSTOMER
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM UNTIL SORT-STREAM-DONE
               RETURN GLD-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       IF GLD-SORT-ID NOT = WS-CURRENT-ID
                           PERFORM FINISH-ONE-CUSTOMER
                           MOVE GLD-SORT-ID TO WS-CURRENT-ID
                           PERFORM START-NEW-CUSTOMER
                       END-IF
                       PERFORM APPLY-ONE-PART
               END-RETURN
           END-PERFORM
           PERFORM FINISH-ONE-CUSTOMER

           MOVE SPACES TO GOLDEN-FILE-RECORD
           MOVE "TRL" TO GOLDEN-FILE-RECORD(1:3)
           MOVE WS-GOLDEN-COUNT TO WS-NUM-EDIT
           STRING "RECORD-COUNT=" WS-NUM-EDIT DELIMITED BY SIZE
               INTO GOLDEN-FILE-RECORD(11:100)
           END-STRING
           WRITE GOLDEN-FILE-RECORD
           CLOSE GOLDEN-FILE.

       START-NEW-CUSTOMER.
           MOVE SPACES TO GOLDEN-RECORD
           MOVE WS-CURRENT-ID TO GOLD-CUST-ID
           MOVE 'N' TO WS-HAS-NAME-PART
           MOVE 'N' TO WS-HAS-PRIOR
           MOVE SPACES TO WS-PRIOR-GOLDEN.

       APPLY-ONE-PART.
           EVALUATE GLD-SORT-PART
               WHEN 'N'
                   MOVE 'Y' TO WS-HAS-NAME-PART
                   MOVE GLD-SORT-DATA(11:246) TO GOLD-NAME-FIELDS
                   MOVE GLD-SORT-DATA(257:14) TO GOLD-NAME-RUN-ID
                   MOVE GLD-SORT-DATA(271:2) TO GOLD-COMPANY-CODE
                   MOVE GLD-SORT-DATA(273:1) TO GOLD-STATUS-CODE
                   MOVE GLD-SORT-DATA(274:8) TO GOLD-STATUS-DATE
               WHEN 'A'
                   MOVE GLD-SORT-DATA(11:246) TO GOLD-ADDRESS-FIELDS
                   MOVE GLD-SORT-DATA(257:14) TO GOLD-ADDRESS-RUN-ID
               WHEN 'C'
                   MOVE GLD-SORT-DATA(11:14) TO GOLD-PHONE
                   MOVE GLD-SORT-DATA(25:80) TO GOLD-EMAIL
                   MOVE GLD-SORT-DATA(105:1) TO GOLD-BOUNCE-STATUS
                   MOVE GLD-SORT-DATA(106:8) TO GOLD-BOUNCE-DATE
               WHEN 'K'
                   MOVE GLD-SORT-DATA(12:1) TO GOLD-NO-MAIL
                   MOVE GLD-SORT-DATA(14:1) TO GOLD-NO-EMAIL
                   MOVE GLD-SORT-DATA(16:1) TO GOLD-NO-PHONE
                   MOVE GLD-SORT-DATA(18:8) TO GOLD-CONSENT-DATE
                   MOVE GLD-SORT-DATA(27:3) TO GOLD-CONSENT-SOURCE
               WHEN 'H'
                   MOVE GLD-SORT-DATA(1:10) TO GOLD-HOUSEHOLD-KEY
                   MOVE GLD-SORT-DATA(23:3) TO GOLD-HOUSEHOLD-SEQ
               WHEN 'P'
                   MOVE 'Y' TO WS-HAS-PRIOR
                   MOVE GLD-SORT-DATA(1:172)
                       TO WS-PRIOR-GOLDEN(542:172)
           END-EVALUATE.

       FINISH-ONE-CUSTOMER.
           IF WS-CURRENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-NAME-PART NOT = 'Y'
               ADD 1 TO WS-NO-MASTER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF GOLD-ADDRESS-FIELDS NOT = SPACES
               ADD 1 TO WS-WITH-ADDR-COUNT
           END-IF
           IF GOLD-CONTACT-FIELDS NOT = SPACES
               ADD 1 TO WS-WITH-CONTACT-COUNT
               IF WS-HAS-PRIOR = 'Y'
                       AND GOLD-CONTACT-FIELDS = WS-PRIOR-CONTACT
                       AND WS-PRIOR-CONTACT-RUN NOT = SPACES
                   MOVE WS-PRIOR-CONTACT-RUN TO GOLD-CONTACT-RUN-ID
               ELSE
                   MOVE WS-RUN-ID TO GOLD-CONTACT-RUN-ID
                   ADD 1 TO WS-RESTAMPED-COUNT
               END-IF
           END-IF
           IF GOLD-CONSENT-FIELDS NOT = SPACES
               ADD 1 TO WS-WITH-CONSENT-COUNT
               IF WS-HAS-PRIOR = 'Y'
                       AND GOLD-CONSENT-FIELDS = WS-PRIOR-CONSENT
                       AND WS-PRIOR-CONSENT-RUN NOT = SPACES
                   MOVE WS-PRIOR-CONSENT-RUN TO GOLD-CONSENT-RUN-ID
               ELSE
                   MOVE WS-RUN-ID TO GOLD-CONSENT-RUN-ID
                   ADD 1 TO WS-RESTAMPED-COUNT
               END-IF
           END-IF
           IF GOLD-HOUSEHOLD-FIELDS NOT = SPACES
               ADD 1 TO WS-WITH-HHOLD-COUNT
               IF WS-HAS-PRIOR = 'Y'
                       AND GOLD-HOUSEHOLD-FIELDS = WS-PRIOR-HOUSEHOLD
                       AND WS-PRIOR-HOUSEHOLD-RUN NOT = SPACES
                   MOVE WS-PRIOR-HOUSEHOLD-RUN
                       TO GOLD-HOUSEHOLD-RUN-ID
               ELSE
                   MOVE WS-RUN-ID TO GOLD-HOUSEHOLD-RUN-ID
                   ADD 1 TO WS-RESTAMPED-COUNT
               END-IF
           END-IF
           MOVE WS-RUN-ID TO GOLD-BUILD-RUN-ID
           WRITE GOLDEN-FILE-RECORD FROM GOLDEN-RECORD
           IF WS-GLD-STAT NOT = "00"
               DISPLAY "Write error on golden record file. STATUS="
                   WS-GLD-STAT
           ELSE
               ADD 1 TO WS-GOLDEN-COUNT
           END-IF.

       WRITE-GOLDEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open golden report. STATUS="
                   WS-RPT-STAT
               EXIT PARAGRAPH
           END-IF
           MOVE "FT-GOLDREC GOLDEN RECORD BUILD" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Run id          : " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GOLDEN-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Golden records  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WITH-ADDR-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  with address  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WITH-CONTACT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  with contact  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WITH-CONSENT-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  with consent  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WITH-HHOLD-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  in household  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RESTAMPED-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Parts restamped : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-MASTER-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "Ids, no master  : " WS-NUM-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:7) = 'OUTPUT='
                       MOVE WS-PARM-WORK(8:93) TO WS-GOLDEN-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'MASTER='
                       MOVE WS-PARM-WORK(8:93) TO WS-MASTER-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-GOLDREC.
