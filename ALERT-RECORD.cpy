      *****************************************************************
      *  Shared alert record, one line per alert on the suite's alert
      *  queue (alert_queue.txt). Raised through CALL 'ALERTQ' by the
      *  programs whose only signal used to be a return code or a
      *  line in their own report (FT-TREND, FT-QGATE, FT-INTEGRITY,
      *  FT-VALIDATE, FT-RELEASE, FT-JOBFLOW), and read by the on-call
      *  dispatcher FT-ALERTDSP. Caller supplies the enclosing 01,
      *  the field-entries-only convention the other record copybooks
      *  use. The raiser fills program, severity, code, and text;
      *  ALERTQ stamps the timestamp, and the run id when the raiser
      *  has none of its own.
      *  Severity follows the return-code taxonomy: WARN (4), FAIL (8),
      *  CRIT (12). Program plus code is the alert's identity -- the
      *  same pair raised again is a repeat, not a new alert.
      *****************************************************************
           05  ALERT-TIMESTAMP      PIC X(14).
           05  FILLER               PIC X.
           05  ALERT-RUN-ID         PIC X(14).
           05  FILLER               PIC X.
           05  ALERT-PROGRAM        PIC X(12).
           05  FILLER               PIC X.
           05  ALERT-SEVERITY       PIC X(4).
           05  FILLER               PIC X.
           05  ALERT-CODE           PIC X(12).
           05  FILLER               PIC X.
           05  ALERT-TEXT           PIC X(80).
           05  FILLER               PIC X(9).
