      *  Copybook.....: COMMREC
      *  Description..: Commission ledger record layout for COMMLEDG,
      *  shared by RPT3100 (appends one payment record per rep per
      *  commission cycle and totals them into paid to date) and
      *  YECLOSE (starts a new commission year). A new-year record
      *  carries salesrep 00, entry type Y, and the fiscal year it
      *  opens; RPT3100 sets every rep's paid to date back to zero
      *  when it reads one. Payment records leave the entry type
      *  blank.
       01  COMMISSION-LEDGER-RECORD.
           05  CL-SALESREP-NUMBER      PIC 9(2).
           05  CL-PAYMENT-DATE         PIC 9(8).
           05  CL-PAYMENT-AMOUNT       PIC S9(7)V9(2).
           05  CL-EARNED-TO-DATE       PIC S9(7)V9(2).
           05  CL-ENTRY-TYPE           PIC X.
               88  CL-NEW-YEAR-ENTRY        VALUE "Y".
           05  CL-FISCAL-YEAR          PIC 9(4).
           05  FILLER                  PIC X(47).
