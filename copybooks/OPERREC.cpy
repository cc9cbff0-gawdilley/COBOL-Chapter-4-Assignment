      *  Copybook.....: OPERREC
      *  Description..: Operator file record layout for OPERFILE,
      *  read by the OPRSIGN sign-on service (CUSTENT and CUSTINQ)
      *  and by RPT3700 (master changes by operator). The authority
      *  level controls what an operator may do: I is inquiry only,
      *  M may key customer maintenance, and C may additionally
      *  change a credit limit, delete a customer, or merge one
      *  customer into another. Batch programs that generate
      *  maintenance transactions (TERRALGN, YECLOSE) stamp their own
      *  program name as the operator ID and are carried on the file
      *  at the level their transactions need.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-PASSWORD             PIC X(8).
           05  OP-AUTHORITY-LEVEL      PIC X.
               88  OP-INQUIRY-LEVEL         VALUE "I".
               88  OP-MAINTENANCE-LEVEL     VALUE "M".
               88  OP-CREDIT-LEVEL          VALUE "C".
           05  OP-OPERATOR-NAME        PIC X(20).
           05  FILLER                  PIC X(43).
