       IDENTIFICATION DIVISION.
       PROGRAM-ID. FT-CHANNEL.

      *    Nightly per-customer contact strategy. Whether a customer
      *    could be reached meant checking five places by hand: the
      *    consent ledger's flags, FT-CONTACT's bounce status, FT-
      *    NIXIE's ADDR-UNDELIV hold, the deceased / do-not-mail
      *    suppression master and the Do-Not-Call registry master.
      *    This step reads them all once and writes one strategy
      *    record per customer on clean_names.txt:
      *      - MAIL  needs an address that is not held undeliverable,
      *        no consent no-mail flag and no suppression-master hit
      *        (deceased or do-not-mail, matched on LAST/FIRST/ZIP as
      *        FT-LABELS screens it);
      *      - EMAIL needs a stored email that has not bounced and no
      *        consent no-email flag;
      *      - PHONE needs a stored number, no consent no-phone flag
      *        and no registry hit -- and a registry that is current
      *        (as-of within 31 days, as FT-CONTACT's phone pull
      *        requires); with no current registry every number is
      *        DNC UNVERIFIED and the step warns (RC 4).
      *    A deceased hit closes every channel. Each closed channel
      *    carries one reason, the first that applies of: DECEASED,
      *    the data being absent, the consent flag, the channel's own
      *    hold. The preferred channel is the first reachable one in
      *    PREFER= order (letters E, M, P; default EMP -- email,
      *    mail, phone), NONE when there is none. Customers with no
      *    reachable channel are also listed, with their reasons, in
      *    a report of their own for the retention team.
      *    The three data files are sorted by customer id and walked
      *    together, names driving -- the balanced-line design FT-
      *    LABELS uses, so volume is not capped by a table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-NAMES-FILE ASSIGN TO DYNAMIC
               WS-NAMES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAM-STAT.
           SELECT CLEAN-ADDRESSES-FILE ASSIGN TO DYNAMIC
               WS-ADDRESSES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STAT.
           SELECT CLEAN-CONTACTS-FILE ASSIGN TO DYNAMIC
               WS-CONTACTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STAT.
           SELECT NAMES-SORTED-FILE ASSIGN TO DYNAMIC
               WS-NAMES-SORTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSR-STAT.
           SELECT ADDRS-SORTED-FILE ASSIGN TO DYNAMIC
               WS-ADDRS-SORTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASR-STAT.
           SELECT CONTS-SORTED-FILE ASSIGN TO DYNAMIC
               WS-CONTS-SORTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSR-STAT.
           SELECT CHN-SORT-FILE ASSIGN TO "CHNSORT".
           SELECT CONSENT-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-CONSENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STAT.
      *    FT-SUPPLOAD's and FT-DNCLOAD's masters, same RELATIVE
      *    convention and key folds their loaders use.
           SELECT SUPPRESS-MASTER-FILE ASSIGN TO DYNAMIC
               WS-SUPMASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-SUPMASTER-RKEY
               FILE STATUS IS WS-SUPM-STAT.
           SELECT DNC-MASTER-FILE ASSIGN TO DYNAMIC
               WS-DNC-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-DNC-RKEY
               FILE STATUS IS WS-DNC-STAT.
           SELECT STRATEGY-FILE ASSIGN TO DYNAMIC
               WS-STRATEGY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STAT.
           SELECT UNREACHABLE-FILE ASSIGN TO DYNAMIC
               WS-UNREACHABLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNR-STAT.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-NAMES-FILE.
       01  CLEAN-NAMES-RECORD       PIC X(256).

       FD  CLEAN-ADDRESSES-FILE.
       01  CLEAN-ADDRESSES-RECORD   PIC X(256).

       FD  CLEAN-CONTACTS-FILE.
       01  CLEAN-CONTACTS-RECORD    PIC X(120).

       FD  NAMES-SORTED-FILE.
       01  NAMES-SORTED-RECORD      PIC X(256).
       01  CHN-NAME-RECORD REDEFINES NAMES-SORTED-RECORD.
           05  CHN-CUST-ID          PIC X(10).
           COPY "NAME-RECORD.cpy".

       FD  ADDRS-SORTED-FILE.
       01  ADDRS-SORTED-RECORD      PIC X(256).

       FD  CONTS-SORTED-FILE.
       01  CONTS-SORTED-RECORD      PIC X(256).

       SD  CHN-SORT-FILE.
       01  CHN-SORT-RECORD.
           05  CHN-SORT-ID          PIC X(10).
           05  CHN-SORT-TEXT        PIC X(246).

       FD  CONSENT-LEDGER-FILE.
       01  CONSENT-LEDGER-RECORD    PIC X(30).

       FD  SUPPRESS-MASTER-FILE.
       01  SUPPRESS-MASTER-RECORD.
           05  SUP-LAST-NAME        PIC X(30).
           05  SUP-FIRST-NAME       PIC X(20).
           05  SUP-ZIP-CODE         PIC X(5).
           05  SUP-TYPE-CODE        PIC X(1).
           05  SUP-LOAD-DATE        PIC X(8).

       FD  DNC-MASTER-FILE.
       01  DNC-MASTER-RECORD.
           05  DNC-PHONE-NUMBER     PIC X(10).
           05  DNC-REGISTRY-DATE    PIC X(8).
           05  DNC-LOAD-DATE        PIC X(8).
           05  DNC-LOADED-COUNT     PIC 9(9).

      *    Strategy line: id 1-10, then per channel a Y/N reachable
      *    flag and a 16-byte reason -- mail 12 / 14-29, email
      *    31 / 33-48, phone 50 / 52-67 -- preferred channel 69-73
      *    (MAIL, EMAIL, PHONE or NONE), run date 75-82.
       FD  STRATEGY-FILE.
       01  STRATEGY-RECORD.
           05  STR-CUST-ID          PIC X(10).
           05  FILLER               PIC X(1).
           05  STR-MAIL-FLAG        PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-MAIL-REASON      PIC X(16).
           05  FILLER               PIC X(1).
           05  STR-EMAIL-FLAG       PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-EMAIL-REASON     PIC X(16).
           05  FILLER               PIC X(1).
           05  STR-PHONE-FLAG       PIC X(1).
           05  FILLER               PIC X(1).
           05  STR-PHONE-REASON     PIC X(16).
           05  FILLER               PIC X(1).
           05  STR-PREFERRED        PIC X(5).
           05  FILLER               PIC X(1).
           05  STR-RUN-DATE         PIC X(8).

       FD  UNREACHABLE-FILE.
       01  UNREACHABLE-RECORD       PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-NAM-STAT      PIC XX VALUE SPACES.
       77  WS-ADR-STAT      PIC XX VALUE SPACES.
       77  WS-CON-STAT      PIC XX VALUE SPACES.
       77  WS-NSR-STAT      PIC XX VALUE SPACES.
       77  WS-ASR-STAT      PIC XX VALUE SPACES.
       77  WS-CSR-STAT      PIC XX VALUE SPACES.
       77  WS-CNS-STAT      PIC XX VALUE SPACES.
       77  WS-SUPM-STAT     PIC XX VALUE SPACES.
       77  WS-DNC-STAT      PIC XX VALUE SPACES.
       77  WS-STR-STAT      PIC XX VALUE SPACES.
       77  WS-UNR-STAT      PIC XX VALUE SPACES.
       77  WS-RPT-STAT      PIC XX VALUE SPACES.
       77  IDX              PIC 9(5) COMP.

       01  WS-NAMES-FILENAME    PIC X(100) VALUE 'clean_names.txt'.
       01  WS-ADDRESSES-FILENAME PIC X(100)
                                VALUE 'clean_addresses.txt'.
       01  WS-CONTACTS-FILENAME PIC X(100)
                                VALUE 'clean_contacts.txt'.
       01  WS-NAMES-SORTED-FILENAME PIC X(100)
                                VALUE 'channel_names.srt'.
       01  WS-ADDRS-SORTED-FILENAME PIC X(100)
                                VALUE 'channel_addrs.srt'.
       01  WS-CONTS-SORTED-FILENAME PIC X(100)
                                VALUE 'channel_conts.srt'.
       01  WS-CONSENT-FILENAME  PIC X(100)
                                VALUE 'consent_ledger.txt'.
       01  WS-SUPMASTER-FILENAME PIC X(100)
                                VALUE 'suppression_master.idx'.
       01  WS-DNC-FILENAME      PIC X(100) VALUE 'dnc_master.idx'.
       01  WS-STRATEGY-FILENAME PIC X(100)
                                VALUE 'channel_strategy.txt'.
       01  WS-UNREACHABLE-FILENAME PIC X(100)
                                VALUE 'channel_unreachable_rpt.txt'.
       01  WS-REPORT-FILENAME   PIC X(100)
                                VALUE 'channel_strategy_rpt.txt'.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.

       01  WS-PARM-STRING       PIC X(200) VALUE SPACES.
       01  WS-PARM-TOKEN-1      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-2      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-3      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-4      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-5      PIC X(100) VALUE SPACES.
       01  WS-PARM-TOKEN-6      PIC X(100) VALUE SPACES.
       01  WS-PARM-WORK         PIC X(100) VALUE SPACES.

       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-NAME-EOF-SWITCH   PIC X VALUE 'N'.
           88  NAME-SIDE-DONE       VALUE 'Y'.
       01  WS-ADDR-EOF-SWITCH   PIC X VALUE 'N'.
           88  ADDR-SIDE-DONE       VALUE 'Y'.
       01  WS-CONT-EOF-SWITCH   PIC X VALUE 'N'.
           88  CONT-SIDE-DONE       VALUE 'Y'.
       01  WS-ADDR-HIT-SW       PIC X VALUE 'N'.
           88  CUSTOMER-HAS-ADDRESS VALUE 'Y'.
       01  WS-CONT-HIT-SW       PIC X VALUE 'N'.
           88  CUSTOMER-HAS-CONTACT VALUE 'Y'.

      *    Preferred-channel order, one letter per channel.
       01  WS-PREFER-ORDER      PIC X(3) VALUE 'EMP'.
       01  WS-PREFER-IDX        PIC 9(1) VALUE 0.

      *    Consent ledger in memory: FT-CONSENT's line, id 1-10 and
      *    the no-mail / no-email / no-phone flags at 12 / 14 / 16.
       01  WS-CONSENT-COUNT     PIC 9(5) COMP VALUE 0.
       01  WS-CONSENT-MAX       PIC 9(5) COMP VALUE 20000.
       01  WS-CONSENT-HIT-IDX   PIC 9(5) COMP VALUE 0.
       01  WS-CONSENT-TABLE.
           05  WS-CONSENT-ENTRY OCCURS 20000 TIMES.
               10  WS-CNS-CUST-ID   PIC X(10).
               10  WS-CNS-NO-MAIL   PIC X(1).
               10  WS-CNS-NO-EMAIL  PIC X(1).
               10  WS-CNS-NO-PHONE  PIC X(1).

      *    Suppression master in memory, loaded and matched the way
      *    FT-LABELS screens a label: full LAST/FIRST/ZIP, or LAST/
      *    ZIP with a matching first initial. TYPE D deceased, N
      *    do-not-mail.
       01  WS-SUPMASTER-RKEY    PIC 9(9) COMP VALUE 0.
       01  WS-DECEASED-COUNT    PIC 9(5) COMP VALUE 0.
       01  WS-DECEASED-MAX      PIC 9(5) COMP VALUE 20000.
       01  WS-DEC-MATCH-IDX     PIC 9(5) COMP VALUE 0.
       01  WS-CHN-LAST-FOLD     PIC X(30) VALUE SPACES.
       01  WS-CHN-FIRST-FOLD    PIC X(20) VALUE SPACES.
       01  WS-CHN-ZIP           PIC X(5) VALUE SPACES.
       01  WS-DECEASED-TABLE.
           05  WS-DECEASED-ENTRY OCCURS 20000 TIMES.
               10  WS-DEC-LAST      PIC X(30).
               10  WS-DEC-FIRST     PIC X(20).
               10  WS-DEC-ZIP       PIC X(5).
               10  WS-DEC-TYPE      PIC X(1).

      *    Registry probe state -- folded and stepped exactly as
      *    FT-DNCLOAD placed the numbers (see FT-CONTACT's phone
      *    pull, which probes the same way).
       01  WS-DNC-RKEY          PIC 9(9) COMP VALUE 0.
       01  WS-DNC-CURRENT-SW    PIC X VALUE 'N'.
           88  DNC-REGISTRY-CURRENT VALUE 'Y'.
       01  WS-DNC-AS-OF         PIC X(8) VALUE SPACES.
       01  WS-DNC-MAX-AGE       PIC 9(3) VALUE 31.
       01  WS-DNC-AGE-DAYS      PIC S9(7) VALUE 0.
       01  WS-DNC-NUMBER        PIC X(10) VALUE SPACES.
       01  WS-DNC-VALUE         PIC 9(10) VALUE 0.
       01  WS-DNC-PROBE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-DNC-PROBE-MAX     PIC 9(4) COMP VALUE 64.
       01  WS-DNC-PROBE-SW      PIC X VALUE 'N'.
           88  DNC-PROBE-DONE       VALUE 'Y'.
       01  WS-DNC-HIT-SW        PIC X VALUE 'N'.
           88  NUMBER-IS-ON-DNC     VALUE 'Y'.

      *    One customer's judgement.
       01  WS-DEC-TYPE-HIT      PIC X(1) VALUE SPACE.
       01  WS-MAIL-REASON       PIC X(16) VALUE SPACES.
       01  WS-EMAIL-REASON      PIC X(16) VALUE SPACES.
       01  WS-PHONE-REASON      PIC X(16) VALUE SPACES.
       01  WS-PREFERRED         PIC X(5) VALUE SPACES.
       01  WS-UNR-NAME          PIC X(40) VALUE SPACES.

       01  WS-CUSTOMER-COUNT    PIC 9(9) VALUE 0.
       01  WS-MAIL-OK-COUNT     PIC 9(9) VALUE 0.
       01  WS-EMAIL-OK-COUNT    PIC 9(9) VALUE 0.
       01  WS-PHONE-OK-COUNT    PIC 9(9) VALUE 0.
       01  WS-PREF-MAIL-COUNT   PIC 9(9) VALUE 0.
       01  WS-PREF-EMAIL-COUNT  PIC 9(9) VALUE 0.
       01  WS-PREF-PHONE-COUNT  PIC 9(9) VALUE 0.
       01  WS-UNREACHABLE-COUNT PIC 9(9) VALUE 0.
       01  WS-DECEASED-HIT-COUNT PIC 9(9) VALUE 0.
       01  WS-NUM-EDIT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-RUN-PARAMETERS

           OPEN INPUT CLEAN-NAMES-FILE
           IF WS-NAM-STAT NOT = "00"
               DISPLAY "Failed to open clean names. STATUS="
                   WS-NAM-STAT " FILE="
                   FUNCTION TRIM(WS-NAMES-FILENAME)
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CLEAN-NAMES-FILE

           PERFORM LOAD-CONSENT-LEDGER
           PERFORM LOAD-SUPPRESSION-MASTER
           PERFORM OPEN-DNC-REGISTRY
           PERFORM SORT-ALL-INPUT-FILES

           OPEN OUTPUT STRATEGY-FILE
           IF WS-STR-STAT NOT = "00"
               DISPLAY "Failed to open strategy file. STATUS="
                   WS-STR-STAT
               IF DNC-REGISTRY-CURRENT
                   CLOSE DNC-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT UNREACHABLE-FILE
           IF WS-UNR-STAT NOT = "00"
               DISPLAY "Failed to open unreachable report. STATUS="
                   WS-UNR-STAT
           ELSE
               MOVE "FT-CHANNEL CUSTOMERS REACHABLE ON NO CHANNEL"
                   TO UNREACHABLE-RECORD
               WRITE UNREACHABLE-RECORD
               MOVE SPACES TO UNREACHABLE-RECORD
               STRING "CUSTOMER   NAME"
                       "                                     "
                       "MAIL             EMAIL            PHONE"
                   DELIMITED BY SIZE INTO UNREACHABLE-RECORD
               WRITE UNREACHABLE-RECORD
           END-IF

           PERFORM MATCH-SORTED-SIDES

           CLOSE STRATEGY-FILE
           IF WS-UNR-STAT = "00"
               CLOSE UNREACHABLE-FILE
           END-IF
           IF DNC-REGISTRY-CURRENT
               CLOSE DNC-MASTER-FILE
           END-IF
           PERFORM WRITE-STRATEGY-REPORT
           DISPLAY "FT-CHANNEL: customers=" WS-CUSTOMER-COUNT
               " unreachable=" WS-UNREACHABLE-COUNT
           IF NOT DNC-REGISTRY-CURRENT
               DISPLAY "WARNING: no current DNC registry -- phone "
                   "channel closed as DNC UNVERIFIED"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Names drive: each name steps the address and contact sides
      *    forward past lower ids (ids with no name are not
      *    customers on this run) and takes an equal id as its own.
       MATCH-SORTED-SIDES.
           OPEN INPUT NAMES-SORTED-FILE
           IF WS-NSR-STAT NOT = "00"
               MOVE 'Y' TO WS-NAME-EOF-SWITCH
           ELSE
               MOVE 'N' TO WS-NAME-EOF-SWITCH
               PERFORM READ-NEXT-NAME
           END-IF
           OPEN INPUT ADDRS-SORTED-FILE
           IF WS-ASR-STAT NOT = "00"
               MOVE 'Y' TO WS-ADDR-EOF-SWITCH
           ELSE
               MOVE 'N' TO WS-ADDR-EOF-SWITCH
               PERFORM READ-NEXT-ADDRESS
           END-IF
           OPEN INPUT CONTS-SORTED-FILE
           IF WS-CSR-STAT NOT = "00"
               MOVE 'Y' TO WS-CONT-EOF-SWITCH
           ELSE
               MOVE 'N' TO WS-CONT-EOF-SWITCH
               PERFORM READ-NEXT-CONTACT
           END-IF

           PERFORM UNTIL NAME-SIDE-DONE
               PERFORM UNTIL ADDR-SIDE-DONE
                       OR ADDRS-SORTED-RECORD(1:10) >= CHN-CUST-ID
                   PERFORM READ-NEXT-ADDRESS
               END-PERFORM
               MOVE 'N' TO WS-ADDR-HIT-SW
               IF NOT ADDR-SIDE-DONE
                       AND ADDRS-SORTED-RECORD(1:10) = CHN-CUST-ID
                   MOVE 'Y' TO WS-ADDR-HIT-SW
               END-IF
               PERFORM UNTIL CONT-SIDE-DONE
                       OR CONTS-SORTED-RECORD(1:10) >= CHN-CUST-ID
                   PERFORM READ-NEXT-CONTACT
               END-PERFORM
               MOVE 'N' TO WS-CONT-HIT-SW
               IF NOT CONT-SIDE-DONE
                       AND CONTS-SORTED-RECORD(1:10) = CHN-CUST-ID
                   MOVE 'Y' TO WS-CONT-HIT-SW
               END-IF
               PERFORM JUDGE-ONE-CUSTOMER
               PERFORM READ-NEXT-NAME
           END-PERFORM

           IF WS-NSR-STAT = "00" OR WS-NSR-STAT = "10"
               CLOSE NAMES-SORTED-FILE
           END-IF
           IF WS-ASR-STAT = "00" OR WS-ASR-STAT = "10"
               CLOSE ADDRS-SORTED-FILE
           END-IF
           IF WS-CSR-STAT = "00" OR WS-CSR-STAT = "10"
               CLOSE CONTS-SORTED-FILE
           END-IF.

       READ-NEXT-NAME.
           IF NOT NAME-SIDE-DONE
               READ NAMES-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-NAME-EOF-SWITCH
               END-READ
           END-IF.

       READ-NEXT-ADDRESS.
           IF NOT ADDR-SIDE-DONE
               READ ADDRS-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-ADDR-EOF-SWITCH
               END-READ
           END-IF.

       READ-NEXT-CONTACT.
           IF NOT CONT-SIDE-DONE
               READ CONTS-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-CONT-EOF-SWITCH
               END-READ
           END-IF.

      *    Reasons are settled in precedence order: DECEASED, the
      *    data being absent, the consent flag, the channel's hold.
      *    A blank reason means the channel is open.
       JUDGE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE SPACES TO WS-MAIL-REASON WS-EMAIL-REASON
               WS-PHONE-REASON
           PERFORM FIND-CONSENT-ENTRY
           PERFORM CHECK-DECEASED-SUPPRESSION
           IF WS-DEC-TYPE-HIT = 'D'
               ADD 1 TO WS-DECEASED-HIT-COUNT
               MOVE 'DECEASED' TO WS-MAIL-REASON WS-EMAIL-REASON
                   WS-PHONE-REASON
           END-IF

           IF WS-MAIL-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-HAS-ADDRESS
                       MOVE 'NO ADDRESS' TO WS-MAIL-REASON
                   WHEN WS-CONSENT-HIT-IDX > 0 AND
                           WS-CNS-NO-MAIL(WS-CONSENT-HIT-IDX) = 'Y'
                       MOVE 'CONSENT NO-MAIL' TO WS-MAIL-REASON
                   WHEN ADDRS-SORTED-RECORD(155:2) NOT = SPACES
                       MOVE 'UNDELIVERABLE' TO WS-MAIL-REASON
                   WHEN WS-DEC-TYPE-HIT = 'N'
                       MOVE 'DO-NOT-MAIL' TO WS-MAIL-REASON
               END-EVALUATE
           END-IF

           IF WS-EMAIL-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-HAS-CONTACT
                       MOVE 'NO EMAIL' TO WS-EMAIL-REASON
                   WHEN CONTS-SORTED-RECORD(25:80) = SPACES
                       MOVE 'NO EMAIL' TO WS-EMAIL-REASON
                   WHEN WS-CONSENT-HIT-IDX > 0 AND
                           WS-CNS-NO-EMAIL(WS-CONSENT-HIT-IDX) = 'Y'
                       MOVE 'CONSENT NO-EMAIL' TO WS-EMAIL-REASON
                   WHEN CONTS-SORTED-RECORD(105:1) = 'B'
                       MOVE 'BOUNCED' TO WS-EMAIL-REASON
               END-EVALUATE
           END-IF

           IF WS-PHONE-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-HAS-CONTACT
                       MOVE 'NO PHONE' TO WS-PHONE-REASON
                   WHEN CONTS-SORTED-RECORD(11:14) = SPACES
                       MOVE 'NO PHONE' TO WS-PHONE-REASON
                   WHEN WS-CONSENT-HIT-IDX > 0 AND
                           WS-CNS-NO-PHONE(WS-CONSENT-HIT-IDX) = 'Y'
                       MOVE 'CONSENT NO-PHONE' TO WS-PHONE-REASON
                   WHEN NOT DNC-REGISTRY-CURRENT
                       MOVE 'DNC UNVERIFIED' TO WS-PHONE-REASON
                   WHEN OTHER
                       PERFORM PROBE-DNC-REGISTRY
                       IF NUMBER-IS-ON-DNC
                           MOVE 'DNC REGISTRY' TO WS-PHONE-REASON
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM CHOOSE-PREFERRED-CHANNEL
           PERFORM WRITE-STRATEGY-RECORD
           IF WS-PREFERRED = 'NONE'
               PERFORM WRITE-UNREACHABLE-LINE
           END-IF.

       CHOOSE-PREFERRED-CHANNEL.
           MOVE 'NONE' TO WS-PREFERRED
           PERFORM VARYING WS-PREFER-IDX FROM 1 BY 1
                   UNTIL WS-PREFER-IDX > 3
                       OR WS-PREFERRED NOT = 'NONE'
               EVALUATE WS-PREFER-ORDER(WS-PREFER-IDX:1)
                   WHEN 'E'
                       IF WS-EMAIL-REASON = SPACES
                           MOVE 'EMAIL' TO WS-PREFERRED
                       END-IF
                   WHEN 'M'
                       IF WS-MAIL-REASON = SPACES
                           MOVE 'MAIL' TO WS-PREFERRED
                       END-IF
                   WHEN 'P'
                       IF WS-PHONE-REASON = SPACES
                           MOVE 'PHONE' TO WS-PREFERRED
                       END-IF
               END-EVALUATE
           END-PERFORM.

       WRITE-STRATEGY-RECORD.
           MOVE SPACES TO STRATEGY-RECORD
           MOVE CHN-CUST-ID TO STR-CUST-ID
           IF WS-MAIL-REASON = SPACES
               MOVE 'Y' TO STR-MAIL-FLAG
               ADD 1 TO WS-MAIL-OK-COUNT
           ELSE
               MOVE 'N' TO STR-MAIL-FLAG
           END-IF
           IF WS-EMAIL-REASON = SPACES
               MOVE 'Y' TO STR-EMAIL-FLAG
               ADD 1 TO WS-EMAIL-OK-COUNT
           ELSE
               MOVE 'N' TO STR-EMAIL-FLAG
           END-IF
           IF WS-PHONE-REASON = SPACES
               MOVE 'Y' TO STR-PHONE-FLAG
               ADD 1 TO WS-PHONE-OK-COUNT
           ELSE
               MOVE 'N' TO STR-PHONE-FLAG
           END-IF
           MOVE WS-MAIL-REASON TO STR-MAIL-REASON
           MOVE WS-EMAIL-REASON TO STR-EMAIL-REASON
           MOVE WS-PHONE-REASON TO STR-PHONE-REASON
           MOVE WS-PREFERRED TO STR-PREFERRED
           MOVE WS-RUN-DATE TO STR-RUN-DATE
           EVALUATE WS-PREFERRED
               WHEN 'MAIL'
                   ADD 1 TO WS-PREF-MAIL-COUNT
               WHEN 'EMAIL'
                   ADD 1 TO WS-PREF-EMAIL-COUNT
               WHEN 'PHONE'
                   ADD 1 TO WS-PREF-PHONE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNREACHABLE-COUNT
           END-EVALUATE
           WRITE STRATEGY-RECORD
           IF WS-STR-STAT NOT = "00"
               DISPLAY "Write error on strategy file. STATUS="
                   WS-STR-STAT
           END-IF.

       WRITE-UNREACHABLE-LINE.
           IF WS-UNR-STAT = "00"
               MOVE SPACES TO WS-UNR-NAME
               STRING FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
                   INTO WS-UNR-NAME
               END-STRING
               MOVE SPACES TO UNREACHABLE-RECORD
               STRING CHN-CUST-ID " " WS-UNR-NAME " "
                       WS-MAIL-REASON " " WS-EMAIL-REASON " "
                       WS-PHONE-REASON
                   DELIMITED BY SIZE INTO UNREACHABLE-RECORD
               END-STRING
               WRITE UNREACHABLE-RECORD
           END-IF.

       FIND-CONSENT-ENTRY.
           MOVE 0 TO WS-CONSENT-HIT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > WS-CONSENT-COUNT
               IF CHN-CUST-ID = WS-CNS-CUST-ID(IDX)
                   MOVE IDX TO WS-CONSENT-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Same screen FT-LABELS applies to a label: a HIGH (full
      *    LAST/FIRST/ZIP) match wins outright, otherwise a MEDIUM
      *    (LAST/ZIP and first initial) match stands. Needs the ZIP,
      *    so a customer with no address is not screened.
       CHECK-DECEASED-SUPPRESSION.
           MOVE SPACE TO WS-DEC-TYPE-HIT
           IF WS-DECEASED-COUNT > 0 AND CUSTOMER-HAS-ADDRESS
               MOVE FUNCTION UPPER-CASE(LAST-NAME(1:30))
                   TO WS-CHN-LAST-FOLD
               MOVE FUNCTION UPPER-CASE(FIRST-NAME(1:20))
                   TO WS-CHN-FIRST-FOLD
               MOVE ADDRS-SORTED-RECORD(143:5) TO WS-CHN-ZIP
               MOVE 0 TO WS-DEC-MATCH-IDX
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > WS-DECEASED-COUNT
                   IF WS-CHN-LAST-FOLD = WS-DEC-LAST(IDX) AND
                           WS-CHN-ZIP = WS-DEC-ZIP(IDX)
                       IF WS-CHN-FIRST-FOLD = WS-DEC-FIRST(IDX)
                           MOVE IDX TO WS-DEC-MATCH-IDX
                           EXIT PERFORM
                       END-IF
                       IF WS-CHN-FIRST-FOLD(1:1) =
                               WS-DEC-FIRST(IDX)(1:1)
                           MOVE IDX TO WS-DEC-MATCH-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DEC-MATCH-IDX > 0
                   MOVE WS-DEC-TYPE(WS-DEC-MATCH-IDX)
                       TO WS-DEC-TYPE-HIT
               END-IF
           END-IF.

      *    Digits of the stored "(NNN) NNN-NNNN" phone, folded to
      *    FT-DNCLOAD's slot and stepped forward until the number is
      *    found or an empty slot ends the chain.
       PROBE-DNC-REGISTRY.
           MOVE 'N' TO WS-DNC-HIT-SW
           MOVE CONTS-SORTED-RECORD(12:3) TO WS-DNC-NUMBER(1:3)
           MOVE CONTS-SORTED-RECORD(17:3) TO WS-DNC-NUMBER(4:3)
           MOVE CONTS-SORTED-RECORD(21:4) TO WS-DNC-NUMBER(7:4)
           IF WS-DNC-NUMBER IS NUMERIC
               MOVE WS-DNC-NUMBER TO WS-DNC-VALUE
               COMPUTE WS-DNC-RKEY =
                   FUNCTION MOD(WS-DNC-VALUE, 999983) + 2
               MOVE 'N' TO WS-DNC-PROBE-SW
               MOVE 0 TO WS-DNC-PROBE-COUNT
               PERFORM UNTIL DNC-PROBE-DONE
                       OR WS-DNC-PROBE-COUNT >= WS-DNC-PROBE-MAX
                   ADD 1 TO WS-DNC-PROBE-COUNT
                   READ DNC-MASTER-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-DNC-PROBE-SW
                       NOT INVALID KEY
                           IF DNC-PHONE-NUMBER = WS-DNC-NUMBER
                               MOVE 'Y' TO WS-DNC-HIT-SW
                               MOVE 'Y' TO WS-DNC-PROBE-SW
                           ELSE
                               ADD 1 TO WS-DNC-RKEY
                               IF WS-DNC-RKEY > 999984
                                   MOVE 2 TO WS-DNC-RKEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The registry counts as current only when its control slot
      *    dates it within the last 31 days; otherwise the master is
      *    closed again and every number goes DNC UNVERIFIED. The
      *    master stays open exactly while DNC-REGISTRY-CURRENT.
       OPEN-DNC-REGISTRY.
           MOVE 'N' TO WS-DNC-CURRENT-SW
           OPEN INPUT DNC-MASTER-FILE
           IF WS-DNC-STAT NOT = "00"
               DISPLAY "DNC registry master not readable. STATUS="
                   WS-DNC-STAT " FILE="
                   FUNCTION TRIM(WS-DNC-FILENAME)
           ELSE
               MOVE 1 TO WS-DNC-RKEY
               READ DNC-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO DNC-MASTER-RECORD
               END-READ
               IF DNC-PHONE-NUMBER = '0000000000'
                       AND DNC-REGISTRY-DATE IS NUMERIC
                   MOVE DNC-REGISTRY-DATE TO WS-DNC-AS-OF
                   COMPUTE WS-DNC-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-RUN-DATE))
                     - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-DNC-AS-OF))
                   IF WS-DNC-AGE-DAYS >= 0
                           AND WS-DNC-AGE-DAYS <= WS-DNC-MAX-AGE
                       MOVE 'Y' TO WS-DNC-CURRENT-SW
                   END-IF
               END-IF
               IF NOT DNC-REGISTRY-CURRENT
                   DISPLAY "DNC registry as of " WS-DNC-AS-OF
                       " is not within the " WS-DNC-MAX-AGE
                       "-day refresh window"
                   CLOSE DNC-MASTER-FILE
               END-IF
           END-IF.

       LOAD-CONSENT-LEDGER.
           MOVE 0 TO WS-CONSENT-COUNT
           OPEN INPUT CONSENT-LEDGER-FILE
           IF WS-CNS-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-CONSENT-COUNT >= WS-CONSENT-MAX
                   READ CONSENT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(
                                   CONSENT-LEDGER-RECORD(1:10))
                                   NOT = SPACES
                               ADD 1 TO WS-CONSENT-COUNT
                               MOVE CONSENT-LEDGER-RECORD(1:10)
                                   TO WS-CNS-CUST-ID(WS-CONSENT-COUNT)
                               MOVE CONSENT-LEDGER-RECORD(12:1)
                                   TO WS-CNS-NO-MAIL(WS-CONSENT-COUNT)
                               MOVE CONSENT-LEDGER-RECORD(14:1)
                                   TO WS-CNS-NO-EMAIL(WS-CONSENT-COUNT)
                               MOVE CONSENT-LEDGER-RECORD(16:1)
                                   TO WS-CNS-NO-PHONE(WS-CONSENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CONSENT-COUNT >= WS-CONSENT-MAX
                   DISPLAY "WARNING: consent ledger truncated at "
                       WS-CONSENT-MAX " entries"
               END-IF
               CLOSE CONSENT-LEDGER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    An absent or empty master just means no list has been
      *    bought this quarter.
       LOAD-SUPPRESSION-MASTER.
           MOVE 0 TO WS-DECEASED-COUNT
           OPEN INPUT SUPPRESS-MASTER-FILE
           IF WS-SUPM-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                       OR WS-DECEASED-COUNT >= WS-DECEASED-MAX
                   READ SUPPRESS-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-DECEASED-COUNT
                           MOVE SUP-LAST-NAME
                               TO WS-DEC-LAST(WS-DECEASED-COUNT)
                           MOVE SUP-FIRST-NAME
                               TO WS-DEC-FIRST(WS-DECEASED-COUNT)
                           MOVE SUP-ZIP-CODE
                               TO WS-DEC-ZIP(WS-DECEASED-COUNT)
                           MOVE SUP-TYPE-CODE
                               TO WS-DEC-TYPE(WS-DECEASED-COUNT)
                   END-READ
               END-PERFORM
               IF WS-DECEASED-COUNT >= WS-DECEASED-MAX
                   DISPLAY "WARNING: suppression screen truncated at "
                       WS-DECEASED-MAX " entries"
               END-IF
               CLOSE SUPPRESS-MASTER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

      *    Each side into an id-ordered scratch file, dropping HDR/
      *    TRL control records and blank-id lines on the way in. A
      *    missing address or contact side yields an empty sorted
      *    file and every customer lacks that data.
       SORT-ALL-INPUT-FILES.
           SORT CHN-SORT-FILE
               ON ASCENDING KEY CHN-SORT-ID
               INPUT PROCEDURE IS RELEASE-NAME-RECORDS
               GIVING NAMES-SORTED-FILE
           SORT CHN-SORT-FILE
               ON ASCENDING KEY CHN-SORT-ID
               INPUT PROCEDURE IS RELEASE-ADDRESS-RECORDS
               GIVING ADDRS-SORTED-FILE
           SORT CHN-SORT-FILE
               ON ASCENDING KEY CHN-SORT-ID
               INPUT PROCEDURE IS RELEASE-CONTACT-RECORDS
               GIVING CONTS-SORTED-FILE.

       RELEASE-NAME-RECORDS.
           OPEN INPUT CLEAN-NAMES-FILE
           IF WS-NAM-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-NAMES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLEAN-NAMES-RECORD(1:3) NOT = 'HDR' AND
                                   CLEAN-NAMES-RECORD(1:3) NOT = 'TRL'
                                   AND FUNCTION TRIM(
                                       CLEAN-NAMES-RECORD(1:10))
                                       NOT = SPACES
                               MOVE CLEAN-NAMES-RECORD(1:10)
                                   TO CHN-SORT-ID
                               MOVE CLEAN-NAMES-RECORD(11:246)
                                   TO CHN-SORT-TEXT
                               RELEASE CHN-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-NAMES-FILE
           END-IF.

       RELEASE-ADDRESS-RECORDS.
           OPEN INPUT CLEAN-ADDRESSES-FILE
           IF WS-ADR-STAT NOT = "00"
               DISPLAY "Clean addresses not readable. STATUS="
                   WS-ADR-STAT " FILE="
                   FUNCTION TRIM(WS-ADDRESSES-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-ADDRESSES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLEAN-ADDRESSES-RECORD(1:3) NOT = 'HDR'
                                   AND CLEAN-ADDRESSES-RECORD(1:3)
                                       NOT = 'TRL'
                                   AND FUNCTION TRIM(
                                       CLEAN-ADDRESSES-RECORD(1:10))
                                       NOT = SPACES
                               MOVE CLEAN-ADDRESSES-RECORD(1:10)
                                   TO CHN-SORT-ID
                               MOVE CLEAN-ADDRESSES-RECORD(11:246)
                                   TO CHN-SORT-TEXT
                               RELEASE CHN-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-ADDRESSES-FILE
           END-IF.

       RELEASE-CONTACT-RECORDS.
           OPEN INPUT CLEAN-CONTACTS-FILE
           IF WS-CON-STAT NOT = "00"
               DISPLAY "Clean contacts not readable. STATUS="
                   WS-CON-STAT " FILE="
                   FUNCTION TRIM(WS-CONTACTS-FILENAME)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CLEAN-CONTACTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF FUNCTION TRIM(
                                   CLEAN-CONTACTS-RECORD(1:10))
                                   NOT = SPACES
                               MOVE CLEAN-CONTACTS-RECORD(1:10)
                                   TO CHN-SORT-ID
                               MOVE CLEAN-CONTACTS-RECORD(11:110)
                                   TO CHN-SORT-TEXT
                               RELEASE CHN-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-CONTACTS-FILE
           END-IF.

       WRITE-STRATEGY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STAT NOT = "00"
               DISPLAY "Failed to open strategy report. STATUS="
                   WS-RPT-STAT
           ELSE
               MOVE "FT-CHANNEL CONTACT STRATEGY REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF DNC-REGISTRY-CURRENT
                   STRING "DNC registry    : as of " WS-DNC-AS-OF
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "DNC registry    : NOT CURRENT -- phone "
                           "closed as DNC UNVERIFIED"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Preference order: " WS-PREFER-ORDER
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-CUSTOMER-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Customers       : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-MAIL-OK-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Mail reachable  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-EMAIL-OK-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Email reachable : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PHONE-OK-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Phone reachable : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PREF-EMAIL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Preferred email : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PREF-MAIL-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Preferred mail  : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-PREF-PHONE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Preferred phone : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-DECEASED-HIT-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Deceased        : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-UNREACHABLE-COUNT TO WS-NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "No channel      : " WS-NUM-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           END-IF.

       GET-RUN-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ','
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                       WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
                       WS-PARM-TOKEN-5 WS-PARM-TOKEN-6
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-2) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-5) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
               MOVE FUNCTION TRIM(WS-PARM-TOKEN-6) TO WS-PARM-WORK
               PERFORM APPLY-ONE-PARM-KEYWORD
           END-IF.

       APPLY-ONE-PARM-KEYWORD.
           IF WS-PARM-WORK = SPACES
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-PARM-WORK(1:6) = 'NAMES='
                       MOVE WS-PARM-WORK(7:94) TO WS-NAMES-FILENAME
                   WHEN WS-PARM-WORK(1:10) = 'ADDRESSES='
                       MOVE WS-PARM-WORK(11:90)
                           TO WS-ADDRESSES-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'CONTACTS='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-CONTACTS-FILENAME
                   WHEN WS-PARM-WORK(1:9) = 'STRATEGY='
                       MOVE WS-PARM-WORK(10:91)
                           TO WS-STRATEGY-FILENAME
                   WHEN WS-PARM-WORK(1:4) = 'DNC='
                       MOVE WS-PARM-WORK(5:96) TO WS-DNC-FILENAME
                   WHEN WS-PARM-WORK(1:7) = 'PREFER='
                       MOVE FUNCTION UPPER-CASE(WS-PARM-WORK(8:3))
                           TO WS-PREFER-ORDER
                   WHEN OTHER
                       DISPLAY "Unknown run parameter ignored: "
                           FUNCTION TRIM(WS-PARM-WORK)
               END-EVALUATE
           END-IF.

       END PROGRAM FT-CHANNEL.
