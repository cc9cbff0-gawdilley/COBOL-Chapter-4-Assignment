      *  SALESEDT (front-end validation) and SALESPST (posting to the
      *  customer master). Keeping one copy of this layout keeps the
      *  edit and the match-merge from drifting apart as fields get
      *  added to the transaction. ST-ITEM-CODE must be on the item
      *  master ITEMMAST for the transaction to pass the edit.
       01  SALES-TRANSACTION-RECORD.
           05  ST-CUSTOMER-NUMBER      PIC 9(5).
           05  ST-INVOICE-DATE         PIC 9(8).
           05  ST-UNITS-SOLD           PIC S9(5).
           05  ST-CREDIT-INDICATOR     PIC X.
               88  ST-CREDIT-MEMO           VALUE "C".
           05  ST-ITEM-CODE            PIC X(8).
           05  FILLER                  PIC X(46).
