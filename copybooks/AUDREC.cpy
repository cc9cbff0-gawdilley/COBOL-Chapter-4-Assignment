      *  Copybook.....: AUDREC
      *  Description..: Customer master audit journal record layout,
      *  shared by CUSTMNT (appends one record to AUDJRNL for every
      *  add, change, rollover, delete, and merge it applies) and
      *  MSTRECOV (rolls the journal forward onto a saved master or
      *  backs out one generation). AJ-BEFORE-IMAGE is spaces on an
      *  add and AJ-AFTER-IMAGE is spaces on a delete or on the
      *  absorbed side of a merge. AJ-GENERATION is the run generation
      *  CUSTMNT ran under, so every record can be traced back to the
      *  run that wrote it, and AJ-OPERATOR-ID is the operator ID
      *  carried on the transaction that made the change. RPT3700
      *  reads the journal to list changes by operator.
       01  AUDIT-JOURNAL-RECORD.
           05  AJ-RUN-DATE             PIC 9(8).
           05  AJ-RUN-TIME             PIC 9(6).
           05  AJ-TRANSACTION-CODE     PIC X.
           05  AJ-BEFORE-IMAGE         PIC X(130).
           05  AJ-AFTER-IMAGE          PIC X(130).
           05  AJ-GENERATION           PIC X(8).
           05  AJ-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(9).
