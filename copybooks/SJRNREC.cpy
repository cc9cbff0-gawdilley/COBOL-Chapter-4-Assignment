      *  Copybook.....: SJRNREC
      *  Description..: Salesrep master journal record layout, shared
      *  by SREPMNT (appends one record to SREPJRNL for every add,
      *  change, and delete it applies) and MSTRECOV (rolls the
      *  journal forward onto a saved master or backs out one
      *  generation). SJ-BEFORE-IMAGE is spaces on an add and
      *  SJ-AFTER-IMAGE is spaces on a delete. SJ-GENERATION is the
      *  run generation SREPMNT ran under.
       01  SALESREP-JOURNAL-RECORD.
           05  SJ-RUN-DATE             PIC 9(8).
           05  SJ-RUN-TIME             PIC 9(6).
           05  SJ-TRANSACTION-CODE     PIC X.
           05  SJ-BEFORE-IMAGE         PIC X(80).
           05  SJ-AFTER-IMAGE          PIC X(80).
           05  SJ-GENERATION           PIC X(8).
           05  FILLER                  PIC X(17).
