      *  Copybook.....: BUDGREC
      *  Description..: Sales budget master record layout for
      *  BUDGMAST, shared by BUDGMNT (load and maintenance) and
      *  RPT3800 (budget versus actual). One record holds the twelve
      *  monthly sales budgets of one branch and salesrep for one
      *  fiscal year, in calendar month order. Salesrep 00 is the
      *  part of a branch budget not assigned to any rep. The file is
      *  kept in fiscal year, branch, salesrep sequence.
       01  BUDGET-MASTER-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-FISCAL-YEAR      PIC 9(4).
               10  BG-BRANCH-NUMBER    PIC 9(2).
               10  BG-SALESREP-NUMBER  PIC 9(2).
           05  BG-MONTHLY-BUDGET       PIC S9(7)V9(2) OCCURS 12 TIMES.
           05  FILLER                  PIC X(14).
