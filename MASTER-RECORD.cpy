      *  one master -- the record grew from 270 to 272 bytes, and a
      *  pre-company flat backup reloads with the code blank, which
      *  reads as the default partition.
      *  MASTER-STATUS-CODE / MASTER-STATUS-DATE carry the customer's
      *  lifecycle: A active, D deceased, C closed, P pending purge,
      *  R retired by merge, with the date the status took effect.
      *  The record grew again, from 272 to 281 bytes; a pre-status
      *  backup reloads with the code blank, which reads as active.
      *  Changes arrive only through FT-NAMEMNT MODE=STATUS (and
      *  FT-MERGE's retirement), each leaving a status history line.
      *****************************************************************
           05  MASTER-CUST-ID       PIC X(10).
           05  MASTER-NAME-TEXT     PIC X(246).
           05  MASTER-RUN-ID        PIC X(14).
           05  MASTER-COMPANY-CODE  PIC X(2).
           05  MASTER-STATUS-CODE   PIC X(1).
           05  MASTER-STATUS-DATE   PIC X(8).
