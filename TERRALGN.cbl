      *  once and every customer matching a rule (first matching rule
      *  wins; old salesrep 00 matches the whole branch) produces a C
      *  transaction in CUSTTRN layout on REALTRAN, ready for the
      *  normal CUSTEDIT/CUSTMNT audited path, with TERRALGN as the
      *  operator ID. The impact report REALLIST shows, per rule, how
      *  many customers and how much CM-SALES-THIS-YTD would move, so
      *  the realignment can be reviewed before the transactions are
      *  committed.

       ENVIRONMENT DIVISION.

           MOVE ZERO TO CT-SALES-THIS-YTD
           MOVE ZERO TO CT-CREDIT-LIMIT
           MOVE ZERO TO CT-YTD-UNITS-SOLD
           MOVE "TERRALGN" TO CT-OPERATOR-ID
           WRITE CUSTOMER-TRANSACTION-RECORD
           ADD 1 TO TRANSACTION-COUNT

