      *  customer-number sequence and matched against CUSTMAST.
      *  Invoice amounts and
      *  units are added to CM-SALES-THIS-YTD and CM-YTD-UNITS-SOLD,
      *  credit memos are subtracted, the open receivable balance
      *  CM-AR-BALANCE is raised or lowered by the same amount, and
      *  an updated master is written to NEWCMAST. A posting
      *  register with the amount and units posted per branch is
      *  written to POSTLIST. Every posted transaction is also
      *  appended, with its item code, to the permanent invoice
      *  history file INVHIST read by RPT3400 and RPT3600, so master
      *  figures can be proven invoice by invoice after the fact and
      *  sales can be analyzed by product line. The run also
      *  produces the general-ledger interface file GLINTF: one
      *  balanced journal entry per branch (debit receivables, credit
      *  sales, reversed when credits exceed invoices) stamped with
               ==CM-SALES-LAST-YTD== BY ==NM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==NM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==NM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==NM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==NM-AR-BALANCE==.

       FD  OUTPUT-POSTLIST.
       01  POSTLIST-AREA               PIC X(80).
           05  TOTAL-POSTED-UNITS      PIC S9(7) VALUE ZERO.
           05  POSTED-SALES-WORK       PIC S9(5)V9(2) VALUE ZERO.
           05  POSTED-UNITS-WORK       PIC S9(5) VALUE ZERO.
           05  POSTED-AR-WORK          PIC S9(7)V9(2) VALUE ZERO.

       01  GL-INTERFACE-FIELDS.
           05  GL-ENTRY-AMOUNT         PIC S9(7)V9(2) VALUE ZERO.
       500-POST-TRANSACTION-TO-MASTER.

           MOVE "N" TO OVERFLOW-SWITCH
           IF CM-AR-BALANCE NOT NUMERIC
               MOVE ZERO TO CM-AR-BALANCE
           END-IF

           IF ST-CREDIT-MEMO
               COMPUTE POSTED-SALES-WORK =
                   ON SIZE ERROR
                       SET POSTING-OVERFLOW TO TRUE
               END-COMPUTE
               COMPUTE POSTED-AR-WORK =
                   CM-AR-BALANCE - ST-SALE-AMOUNT
                   ON SIZE ERROR
                       SET POSTING-OVERFLOW TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE POSTED-SALES-WORK =
                   CM-SALES-THIS-YTD + ST-SALE-AMOUNT
                   ON SIZE ERROR
                       SET POSTING-OVERFLOW TO TRUE
               END-COMPUTE
               COMPUTE POSTED-AR-WORK =
                   CM-AR-BALANCE + ST-SALE-AMOUNT
                   ON SIZE ERROR
                       SET POSTING-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF

           IF POSTING-OVERFLOW
           ELSE
               MOVE POSTED-SALES-WORK TO CM-SALES-THIS-YTD
               MOVE POSTED-UNITS-WORK TO CM-YTD-UNITS-SOLD
               MOVE POSTED-AR-WORK TO CM-AR-BALANCE
               IF CM-BRANCH-NUMBER > ZERO
                   IF ST-CREDIT-MEMO
                       SUBTRACT ST-SALE-AMOUNT
           MOVE ST-SALE-AMOUNT TO IH-SALE-AMOUNT
           MOVE ST-UNITS-SOLD TO IH-UNITS-SOLD
           MOVE ST-CREDIT-INDICATOR TO IH-CREDIT-INDICATOR
           MOVE ST-ITEM-CODE TO IH-ITEM-CODE
           MOVE RUN-STAMP-DATE TO IH-POSTING-DATE
           MOVE ZERO TO IH-AMOUNT-APPLIED
           MOVE ZERO TO IH-LAST-PAYMENT-DATE
           WRITE INVOICE-HISTORY-RECORD.

       600-PRINT-BRANCH-TOTALS.
