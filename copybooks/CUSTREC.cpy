      *  CM-BROWSE-KEY group over the leading branch, salesrep, and
      *  customer fields is the alternate key CMLOAD builds on
      *  CUSTMIDX so CUSTINQ can browse a branch or branch/salesrep
      *  combination in sequence. CM-AR-BALANCE is the open
      *  receivable balance - raised by SALESPST for every invoice,
      *  lowered for every credit memo and by PAYPST for every cash
      *  receipt - and is what RPT3500 ages.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BROWSE-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
           05  CM-CREDIT-LIMIT         PIC S9(5)V9(2).
           05  CM-YTD-UNITS-SOLD       PIC S9(5).
           05  CM-REGION-NUMBER        PIC 9(2).
           05  CM-AR-BALANCE           PIC S9(7)V9(2).
           05  FILLER                  PIC X(64).
