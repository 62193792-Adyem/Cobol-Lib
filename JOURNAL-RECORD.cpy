      *****************************************************************
      *  Name master forward-recovery journal line, appended through
      *  the MSTJRNL subprogram by every program that changes
      *  name_master.idx, and read back by FT-NAMEMNT MODE=ROLLFWD.
      *  Caller supplies the enclosing 01, the field-entries-only
      *  convention MASTER-RECORD.cpy uses; the two images are
      *  MASTER-RECORD.cpy records byte for byte.
      *  JRNL-ACTION: A record added, C record changed, D record
      *  deleted (purge, applied delete, merge retirement), E record
      *  erased (FT-ERASE -- the images of an erased customer's
      *  earlier lines are blanked too), U unload marker (FT-NAMEMNT
      *  UNLOAD; the backup file name rides in the after-image
      *  bytes). A blank image is "no record" on that side.
      *  The caller fills run id, program, action, customer id and
      *  the images; MSTJRNL stamps the time it was written.
      *****************************************************************
           05  JRNL-STAMP              PIC X(14).
           05  FILLER                  PIC X(1).
           05  JRNL-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(1).
           05  JRNL-PROGRAM            PIC X(12).
           05  FILLER                  PIC X(1).
           05  JRNL-ACTION             PIC X(1).
           05  FILLER                  PIC X(1).
           05  JRNL-CUST-ID            PIC X(10).
           05  FILLER                  PIC X(1).
           05  JRNL-BEFORE-IMAGE       PIC X(281).
           05  FILLER                  PIC X(1).
           05  JRNL-AFTER-IMAGE        PIC X(281).
