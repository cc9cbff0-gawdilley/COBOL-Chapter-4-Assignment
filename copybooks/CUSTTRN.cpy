      *  shared by CUSTEDIT (front-end validation) and CUSTMNT
      *  (application to the master). Keeping one copy of this layout
      *  keeps the edit and the match-merge from drifting apart as
      *  fields get added to the transaction. On an M (merge)
      *  transaction CT-CUSTOMER-NUMBER is the absorbed account and
      *  CT-SURVIVOR-NUMBER the account it is merged into; the field
      *  is zero on every other code. CT-OPERATOR-ID is the signed-on
      *  operator who keyed the transaction in CUSTENT, or the name
      *  of the batch program that generated it; CUSTMNT carries it
      *  onto the audit journal.
       01  CUSTOMER-TRANSACTION-RECORD.
           05  CT-TRANSACTION-CODE     PIC X.
               88  CT-ADD-TRANSACTION       VALUE "A".
               88  CT-CHANGE-TRANSACTION    VALUE "C".
               88  CT-ROLLOVER-TRANSACTION  VALUE "R".
               88  CT-DELETE-TRANSACTION    VALUE "D".
               88  CT-MERGE-TRANSACTION     VALUE "M".
           05  CT-CUSTOMER-NUMBER       PIC 9(5).
           05  CT-BRANCH-NUMBER         PIC 9(2).
           05  CT-SALESREP-NUMBER       PIC 9(2).
           05  CT-CREDIT-LIMIT          PIC S9(5)V9(2).
           05  CT-YTD-UNITS-SOLD        PIC S9(5).
           05  CT-REGION-NUMBER         PIC 9(2).
           05  CT-SURVIVOR-NUMBER       PIC 9(5).
           05  CT-OPERATOR-ID           PIC X(8).
           05  FILLER                   PIC X(60).
