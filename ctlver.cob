       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLVER.

      *    Fingerprint of one operations-maintained control file and
      *    its version on the control-file registry FT-CTLREG keeps
      *    (ctl_registry.idx). The fingerprint is the AUDCHAIN hash
      *    chained line by line through the file, so any changed,
      *    added, removed, or reordered line changes it. Shared by
      *    FT-CTLREG, which registers new versions, and by the batch
      *    programs that record which versions a run actually used.
      *
      *    CALL 'CTLVER' USING control file name, fingerprint,
      *    matching version, latest version:
      *      fingerprint      18 digits; ALL 'X' when the file is
      *                       not there to read
      *      matching version the highest registered version whose
      *                       fingerprint equals this one, 0 when
      *                       the current content was never
      *                       registered
      *      latest version   the highest version registered for the
      *                       file at all, 0 when never registered
      *
      *    Registry line layout: control file name 1-40, version
      *    42-45, fingerprint 47-64, registering run id 66-79.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STAT.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD           PIC X(530).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CTL-STAT              PIC XX VALUE SPACES.
       77  WS-REG-STAT              PIC XX VALUE SPACES.
       01  WS-CONTROL-FILENAME      PIC X(100) VALUE SPACES.
       01  WS-REGISTRY-FILENAME     PIC X(100)
                                    VALUE 'ctl_registry.idx'.
       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
       01  WS-CHAIN-FUNC            PIC X VALUE 'C'.
       01  WS-FINGERPRINT           PIC X(18) VALUE ZEROS.
       01  WS-ENTRY-VERSION         PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LS-CONTROL-FILENAME      PIC X(100).
       01  LS-FINGERPRINT           PIC X(18).
       01  LS-MATCH-VERSION         PIC 9(4).
       01  LS-LATEST-VERSION        PIC 9(4).

       PROCEDURE DIVISION USING LS-CONTROL-FILENAME LS-FINGERPRINT
               LS-MATCH-VERSION LS-LATEST-VERSION.
       MAIN-LOGIC.
           MOVE LS-CONTROL-FILENAME TO WS-CONTROL-FILENAME
           MOVE 0 TO LS-MATCH-VERSION LS-LATEST-VERSION
           PERFORM FINGERPRINT-CONTROL-FILE
           MOVE WS-FINGERPRINT TO LS-FINGERPRINT
           PERFORM LOOK-UP-REGISTERED-VERSION
           GOBACK.

       FINGERPRINT-CONTROL-FILE.
           MOVE ZEROS TO WS-FINGERPRINT
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STAT NOT = "00"
               MOVE ALL 'X' TO WS-FINGERPRINT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           CALL 'AUDCHAIN' USING WS-CHAIN-FUNC
                               WS-CONTROL-FILENAME WS-FINGERPRINT
                               CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOOK-UP-REGISTERED-VERSION.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STAT = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF REGISTRY-RECORD(1:40) =
                                   WS-CONTROL-FILENAME(1:40)
                                   AND REGISTRY-RECORD(42:4) IS NUMERIC
                               MOVE REGISTRY-RECORD(42:4)
                                   TO WS-ENTRY-VERSION
                               IF WS-ENTRY-VERSION > LS-LATEST-VERSION
                                   MOVE WS-ENTRY-VERSION
                                       TO LS-LATEST-VERSION
                               END-IF
                               IF REGISTRY-RECORD(47:18) =
                                       WS-FINGERPRINT
                                   AND WS-ENTRY-VERSION >
                                       LS-MATCH-VERSION
                                   MOVE WS-ENTRY-VERSION
                                       TO LS-MATCH-VERSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       END PROGRAM CTLVER.
