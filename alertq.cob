       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTQ.

      *    Appends one alert to the suite's shared alert queue
      *    (alert_queue.txt), so every program raises its alerts in
      *    one layout to one place instead of each signal living only
      *    in a return code or a line of its own report. Kept in one
      *    subprogram for the same reason as KEYSPACE and AUDCHAIN:
      *    the queue's name and open discipline live in one place.
      *
      *    CALL 'ALERTQ' USING alert record (ALERT-RECORD.cpy) with
      *    program, severity, code, and text filled in. The timestamp
      *    is stamped here; a blank run id takes the timestamp too.
      *    A queue that cannot be opened is reported on the console
      *    and the alert is not lost silently -- it is DISPLAYed in
      *    full for the job log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO DYNAMIC
               WS-ALERT-QUEUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-RECORD       PIC X(150).

       WORKING-STORAGE SECTION.
       77  WS-AQ-STAT               PIC XX VALUE SPACES.
       01  WS-ALERT-QUEUE-FILENAME  PIC X(100)
                                    VALUE 'alert_queue.txt'.

       LINKAGE SECTION.
       01  LS-ALERT-RECORD.
           COPY "ALERT-RECORD.cpy".

       PROCEDURE DIVISION USING LS-ALERT-RECORD.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
           IF ALERT-RUN-ID = SPACES
               MOVE ALERT-TIMESTAMP TO ALERT-RUN-ID
           END-IF
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-AQ-STAT = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           IF WS-AQ-STAT NOT = "00"
               DISPLAY "Failed to open alert queue. STATUS="
                   WS-AQ-STAT
               DISPLAY "ALERT " LS-ALERT-RECORD
           ELSE
               MOVE LS-ALERT-RECORD TO ALERT-QUEUE-RECORD
               WRITE ALERT-QUEUE-RECORD
               CLOSE ALERT-QUEUE-FILE
           END-IF
           GOBACK.

       END PROGRAM ALERTQ.
