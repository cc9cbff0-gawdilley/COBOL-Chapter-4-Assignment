      *  Copybook.....: DLTAREC
      *  Description..: Customer change feed record layouts for
      *  CUSTDLTA, written by CMDELTA for the CRM and billing systems.
      *  The file holds one header, one detail record for every
      *  customer CUSTMNT changed in the generation, and one trailer.
      *  The detail carries the action, a changed-or-not flag for
      *  each master field, and the customer's fields as they stand
      *  after the run (as they stood before it for a delete or a
      *  merge). The trailer carries the detail count, the count for
      *  each action, and the hash total of the customer numbers; the
      *  receiving system should refuse a file that does not prove.
       01  DELTA-HEADER-RECORD.
           05  DH-RECORD-TYPE          PIC X.
               88  DH-HEADER-LINE           VALUE "H".
           05  DH-GENERATION           PIC X(8).
           05  DH-CREATED-DATE         PIC 9(8).
           05  DH-CREATED-TIME         PIC 9(6).
           05  DH-SOURCE-PROGRAM       PIC X(8).
           05  DH-REGENERATED-SWITCH   PIC X.
               88  DH-REGENERATED           VALUE "Y".
           05  FILLER                  PIC X(88).
       01  DELTA-DETAIL-RECORD.
           05  DL-RECORD-TYPE          PIC X.
               88  DL-DETAIL-LINE           VALUE "D".
           05  DL-GENERATION           PIC X(8).
           05  DL-ACTION-CODE          PIC X.
               88  DL-ADDED                 VALUE "A".
               88  DL-CHANGED               VALUE "C".
               88  DL-ROLLED-OVER           VALUE "R".
               88  DL-REALIGNED             VALUE "T".
               88  DL-DELETED               VALUE "D".
               88  DL-MERGED-AWAY           VALUE "M".
           05  DL-CUSTOMER-NUMBER      PIC 9(5).
           05  DL-MERGED-INTO-NUMBER   PIC 9(5).
           05  DL-CHANGE-FLAGS.
               10  DL-BRANCH-CHANGED   PIC X.
               10  DL-SALESREP-CHANGED PIC X.
               10  DL-NAME-CHANGED     PIC X.
               10  DL-THIS-YTD-CHANGED PIC X.
               10  DL-LAST-YTD-CHANGED PIC X.
               10  DL-CREDIT-LIMIT-CHANGED PIC X.
               10  DL-UNITS-CHANGED    PIC X.
               10  DL-REGION-CHANGED   PIC X.
               10  DL-AR-BALANCE-CHANGED PIC X.
           05  DL-BRANCH-NUMBER        PIC 9(2).
           05  DL-SALESREP-NUMBER      PIC 9(2).
           05  DL-CUSTOMER-NAME        PIC X(20).
           05  DL-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  DL-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  DL-CREDIT-LIMIT         PIC S9(5)V9(2).
           05  DL-YTD-UNITS-SOLD       PIC S9(5).
           05  DL-REGION-NUMBER        PIC 9(2).
           05  DL-AR-BALANCE           PIC S9(7)V9(2).
           05  DL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(22).
       01  DELTA-TRAILER-RECORD.
           05  DT-RECORD-TYPE          PIC X.
               88  DT-TRAILER-LINE          VALUE "T".
           05  DT-GENERATION           PIC X(8).
           05  DT-DETAIL-COUNT         PIC 9(7).
           05  DT-ADD-COUNT            PIC 9(7).
           05  DT-CHANGE-COUNT         PIC 9(7).
           05  DT-ROLLOVER-COUNT       PIC 9(7).
           05  DT-REALIGN-COUNT        PIC 9(7).
           05  DT-DELETE-COUNT         PIC 9(7).
           05  DT-MERGE-COUNT          PIC 9(7).
           05  DT-HASH-TOTAL           PIC 9(12).
           05  FILLER                  PIC X(50).
