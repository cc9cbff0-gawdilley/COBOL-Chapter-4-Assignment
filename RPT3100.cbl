      *  rate, and percent-of-quota attainment. A summary register of
      *  commissions payable by branch follows the last statement.
      *  The commission ledger COMMLEDG records what has been paid to
      *  each rep so far this year; paid to date starts again from
      *  zero after the new-year record YECLOSE writes. Commissions
      *  earned are accumulated per rep across every statement group
      *  - a rep whose customers span two branches gets two statement
      *  pages but one payment - and the payment register after the
      *  branch register prints each rep's earned to date, paid to
      *  date, and net payable, appending the payable to the ledger
      *  as this cycle's payment. When credit memos shrink a rep's YTD
      *  below what was already paid, the credit balance carries
      *  forward and no clawback is written. Because the run appends
      *  payments, it is under run control - a generation already
       01  PRINT-AREA                  PIC X(130).

       FD  COMMLEDG-FILE.
           COPY COMMREC.

       WORKING-STORAGE SECTION.


       155-LOAD-ONE-LEDGER-RECORD.

           IF CL-NEW-YEAR-ENTRY
               PERFORM 125-CLEAR-ONE-PAID-ENTRY
                   VARYING SALESREP-SUB FROM 1 BY 1
                   UNTIL SALESREP-SUB > 99
           ELSE
               IF CL-SALESREP-NUMBER > ZERO
                   ADD CL-PAYMENT-AMOUNT
                       TO PD-PAID-AMOUNT (CL-SALESREP-NUMBER)
               END-IF
           END-IF

           PERFORM 160-READ-COMMISSION-LEDGER.
