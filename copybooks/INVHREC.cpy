      *  customer master) and RPT3400 (customer activity statements).
      *  The file is permanent - every posting run appends to it - so
      *  a customer's CM-SALES-THIS-YTD figure can be proven invoice
      *  by invoice long after the POSTLIST print is gone. PAYPST
      *  rewrites the file as it applies cash receipts:
      *  IH-AMOUNT-APPLIED is the cash (or, on a credit memo, the
      *  credit) applied so far, so the open amount of any item is
      *  IH-SALE-AMOUNT less IH-AMOUNT-APPLIED. Records written
      *  before receipts were posted carry spaces there; they were
      *  never added to CM-AR-BALANCE, so PAYPST adds their open
      *  amount to the customer's balance as the opening receivable
      *  the first time it reads them and writes them back with zero
      *  applied. IH-ITEM-CODE ties the invoice to
      *  the item master for RPT3600; records written before items
      *  were carried have spaces there and report as unclassified.
       01  INVOICE-HISTORY-RECORD.
           05  IH-CUSTOMER-NUMBER      PIC 9(5).
           05  IH-BRANCH-NUMBER        PIC 9(2).
           05  IH-CREDIT-INDICATOR     PIC X.
               88  IH-CREDIT-MEMO           VALUE "C".
           05  IH-POSTING-DATE         PIC 9(8).
           05  IH-AMOUNT-APPLIED       PIC S9(5)V9(2).
           05  IH-LAST-PAYMENT-DATE    PIC 9(8).
           05  IH-ITEM-CODE            PIC X(8).
           05  FILLER                  PIC X(21).
