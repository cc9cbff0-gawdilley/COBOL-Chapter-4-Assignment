      *  Copybook.....: PAYTRN
      *  Description..: Cash receipt transaction record layout,
      *  shared by PAYEDIT (front-end validation) and PAYPST (posting
      *  receipts against open invoices on INVHIST). One record per
      *  customer remittance; the check number is carried through to
      *  the posting register so collections can trace a receipt
      *  back to the deposit.
       01  PAYMENT-TRANSACTION-RECORD.
           05  PT-CUSTOMER-NUMBER      PIC 9(5).
           05  PT-PAYMENT-DATE         PIC 9(8).
           05  PT-PAYMENT-AMOUNT       PIC S9(7)V9(2).
           05  PT-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(48).
