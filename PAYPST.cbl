       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYPST.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program posts cash receipts edited by
      *  PAYEDIT to the open receivable balance CM-AR-BALANCE and
      *  applies them against the open items on the invoice history
      *  file INVHIST. Receipts are read from EDITPAY in customer
      *  sequence and matched against CUSTMAST; INVHIST is sorted
      *  into customer and invoice-date sequence and walked
      *  alongside, so every customer's history is settled in one
      *  pass. For each customer the open credit memos are applied
      *  first and then cash, always to the oldest open invoice
      *  first; IH-AMOUNT-APPLIED records what each item has had
      *  applied. History written before receivables were carried
      *  has spaces in IH-AMOUNT-APPLIED and was never added to
      *  CM-AR-BALANCE; the first time PAYPST loads such an item it
      *  adds the item's open amount to the customer's balance as
      *  the opening receivable and writes the item back with zero
      *  applied, so each old item is converted exactly once and
      *  never settled without a receipt. Cash left over after every
      *  invoice is paid stays
      *  on account - it is the part of CM-AR-BALANCE not explained
      *  by open items - and is applied automatically to the next
      *  invoices posted. The updated master is written to NEWCMAST
      *  and the rewritten history to NEWIHIST; both replace their
      *  input files once the run ends clean. A cash register with
      *  every receipt and every invoice application is written to
      *  PAYLIST. The run also produces GLCASH in the same layout
      *  as the SALESPST general-ledger interface GLINTF: one
      *  balanced entry per branch (debit cash, credit receivables)
      *  and a trailer whose hash total must equal the cash posted -
      *  when it does not, or when the history records written do
      *  not equal the records read, the trailer is withheld and the
      *  job ends with return code 8. The first command-line
      *  parameter is the run generation, the same one PAYEDIT ran
      *  under; blank means the current date.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT INPUT-PAYMENTS  ASSIGN TO EDITPAY.
           SELECT INPUT-INVHIST   ASSIGN TO INVHIST.
           SELECT WORK-INVHIST    ASSIGN TO IHSTWORK.
           SELECT OUTPUT-CUSTMAST ASSIGN TO NEWCMAST.
           SELECT OUTPUT-INVHIST  ASSIGN TO NEWIHIST.
           SELECT OUTPUT-PAYLIST  ASSIGN TO PAYLIST.
           SELECT OUTPUT-GLCASH   ASSIGN TO GLCASH.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-PAYMENTS.
           COPY PAYTRN.

       FD  INPUT-INVHIST.
       01  INVHIST-IN-AREA             PIC X(80).

       FD  WORK-INVHIST.
       01  WORK-HISTORY-RECORD.
           05  WH-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  OUTPUT-CUSTMAST.
           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==NEW-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==NM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==NM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==NM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==NM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==NM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==NM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==NM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==NM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==NM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==NM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==NM-AR-BALANCE==.

       FD  OUTPUT-INVHIST.
           COPY INVHREC.

       FD  OUTPUT-PAYLIST.
       01  PAYLIST-AREA                PIC X(80).

       FD  OUTPUT-GLCASH.
       01  GL-JOURNAL-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-JOURNAL-LINE          VALUE "D".
           05  GL-GENERATION-DATE      PIC 9(8).
           05  GL-BRANCH-NUMBER        PIC 9(2).
           05  GL-ACCOUNT-NUMBER       PIC X(8).
           05  GL-DEBIT-AMOUNT         PIC S9(7)V9(2).
           05  GL-CREDIT-AMOUNT        PIC S9(7)V9(2).
           05  FILLER                  PIC X(43).
       01  GL-TRAILER-RECORD.
           05  GT-RECORD-TYPE          PIC X.
               88  GL-TRAILER-LINE          VALUE "T".
           05  GT-GENERATION-DATE      PIC 9(8).
           05  GT-LINE-COUNT           PIC 9(5).
           05  GT-HASH-TOTAL           PIC S9(9)V9(2).
           05  FILLER                  PIC X(55).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(2).
           05  SR-INVOICE-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).
           05  SR-POSTING-DATE         PIC 9(8).
           05  FILLER                  PIC X(44).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  PAYMENT-EOF-SWITCH      PIC X VALUE "N".
           05  IHSTWORK-EOF-SWITCH     PIC X VALUE "N".
           05  MATCH-SWITCH            PIC X VALUE " ".
               88  MASTER-LOW               VALUE "M".
               88  TRANSACTION-LOW          VALUE "T".
               88  MASTER-EQUALS-TRANSACTION VALUE "E".
           05  OVERFLOW-SWITCH         PIC X VALUE "N".
               88  POSTING-OVERFLOW         VALUE "Y".
           05  TABLE-FULL-SWITCH       PIC X VALUE "N".
               88  HISTORY-TABLE-FULL       VALUE "Y".
           05  OPENING-BALANCE-SWITCH  PIC X VALUE "N".
               88  OPENING-BALANCE-SEEDED   VALUE "Y".
               88  OPENING-BALANCE-OVERFLOW VALUE "O".

       01  COUNT-FIELDS.
           05  RECEIPT-COUNT           PIC S9(5) VALUE ZERO.
           05  REJECT-COUNT            PIC S9(5) VALUE ZERO.
           05  SETTLED-INVOICE-COUNT   PIC S9(5) VALUE ZERO.
           05  TABLE-FULL-COUNT        PIC S9(5) VALUE ZERO.
           05  CUSTOMER-RECEIPT-COUNT  PIC S9(5) VALUE ZERO.
           05  HISTORY-READ-COUNT      PIC S9(7) VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC S9(7) VALUE ZERO.
           05  CONVERTED-ITEM-COUNT    PIC S9(7) VALUE ZERO.
           05  LEGACY-ITEM-COUNT       PIC S9(5) VALUE ZERO.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.
       01  RUN-GENERATION-DATE         PIC 9(8) VALUE ZERO.

           COPY RUNCTLQ.

       01  SETTLEMENT-FIELDS.
           05  CUSTOMER-RECEIPT-TOTAL  PIC S9(7)V9(2) VALUE ZERO.
           05  CUSTOMER-LAST-PAYMENT   PIC 9(8) VALUE ZERO.
           05  OPEN-INVOICE-TOTAL      PIC S9(7)V9(2) VALUE ZERO.
           05  OPEN-CREDIT-TOTAL       PIC S9(7)V9(2) VALUE ZERO.
           05  LEGACY-OPEN-TOTAL       PIC S9(9)V9(2) VALUE ZERO.
           05  CASH-ON-ACCOUNT         PIC S9(7)V9(2) VALUE ZERO.
           05  CASH-AVAILABLE          PIC S9(7)V9(2) VALUE ZERO.
           05  CREDIT-AVAILABLE        PIC S9(7)V9(2) VALUE ZERO.
           05  CREDIT-USED             PIC S9(7)V9(2) VALUE ZERO.
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V9(2) VALUE ZERO.
           05  CASH-TO-APPLY           PIC S9(7)V9(2) VALUE ZERO.
           05  CREDIT-TO-APPLY         PIC S9(7)V9(2) VALUE ZERO.
           05  POSTED-AR-WORK          PIC S9(7)V9(2) VALUE ZERO.
           05  HISTORY-COUNT           PIC S9(3) VALUE ZERO.
           05  HISTORY-SUB             PIC S9(4) VALUE ZERO.
           05  BRANCH-SUB              PIC S9(3) VALUE ZERO.

       01  RUN-TOTAL-FIELDS.
           05  TOTAL-RECEIPTS-POSTED   PIC S9(9)V9(2) VALUE ZERO.
           05  TOTAL-RECEIPTS-REJECTED PIC S9(9)V9(2) VALUE ZERO.
           05  TOTAL-CASH-APPLIED      PIC S9(9)V9(2) VALUE ZERO.
           05  TOTAL-CREDIT-APPLIED    PIC S9(9)V9(2) VALUE ZERO.
           05  TOTAL-CASH-ON-ACCOUNT   PIC S9(9)V9(2) VALUE ZERO.
           05  TOTAL-OPENING-BALANCE   PIC S9(9)V9(2) VALUE ZERO.

       01  GL-INTERFACE-FIELDS.
           05  GL-ENTRY-AMOUNT         PIC S9(7)V9(2) VALUE ZERO.
           05  GL-HASH-ACCUMULATOR     PIC S9(9)V9(2) VALUE ZERO.
           05  GL-LINE-COUNTER         PIC S9(5) VALUE ZERO.
           05  CASH-ACCOUNT            PIC X(8) VALUE "10100000".
           05  RECEIVABLES-ACCOUNT     PIC X(8) VALUE "11200000".

       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-TOTAL-ENTRY      OCCURS 99 TIMES.
               10  BT-CASH-AMOUNT      PIC S9(7)V9(2).
               10  BT-RECEIPT-COUNT    PIC S9(5).

       01  HISTORY-ITEM-TABLE.
           05  HT-ITEM-ENTRY           OCCURS 999 TIMES.
               10  HT-ITEM-IMAGE       PIC X(80).
               10  HT-ORIGINAL-IMAGE   PIC X(80).
               10  HT-LEGACY-SWITCH    PIC X.
                   88  HT-LEGACY-ITEM       VALUE "Y".

       01  RECEIPT-LINE.
           05  RL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-PAYMENT-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RL-ACTION               PIC X(26).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  APPLICATION-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "INV ".
           05  AL-INVOICE-DATE         PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " CASH ".
           05  AL-CASH-APPLIED         PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(8)  VALUE " CREDIT ".
           05  AL-CREDIT-APPLIED       PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)  VALUE " OPEN ".
           05  AL-OPEN-AMOUNT          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  ON-ACCOUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "UNAPPLIED CASH ON ACCOUNT ".
           05  OAL-CASH-ON-ACCOUNT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  BRANCH-CASH-LINE.
           05  FILLER                  PIC X(7)  VALUE "BRANCH ".
           05  BCL-BRANCH-NUMBER       PIC 99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "CASH POSTED: ".
           05  BCL-CASH-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE "RECEIPTS: ".
           05  BCL-RECEIPT-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  TOTAL-AMOUNT-LINE.
           05  TAL-LABEL               PIC X(26).
           05  TAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       000-POST-CASH-RECEIPTS.

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
                                SR-INVOICE-DATE
                                SR-POSTING-DATE
               USING INPUT-INVHIST
               GIVING WORK-INVHIST

           OPEN INPUT  INPUT-CUSTMAST
                       INPUT-PAYMENTS
                       WORK-INVHIST
                OUTPUT OUTPUT-CUSTMAST
                       OUTPUT-INVHIST
                       OUTPUT-PAYLIST
                       OUTPUT-GLCASH

           PERFORM 120-ZERO-ONE-BRANCH-ENTRY
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99

           PERFORM 210-READ-CUSTOMER-MASTER
           PERFORM 220-READ-PAYMENT-TRANSACTION
           PERFORM 230-READ-WORK-HISTORY

           PERFORM 100-MATCH-MASTER-AND-PAYMENT
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               AND   PAYMENT-EOF-SWITCH = "Y"

           PERFORM 620-COPY-WORK-HISTORY
               UNTIL IHSTWORK-EOF-SWITCH = "Y"

           PERFORM 700-PRINT-BRANCH-TOTALS
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99
           PERFORM 750-WRITE-GL-INTERFACE
           PERFORM 900-PRINT-POSTING-TOTALS

           CLOSE INPUT-CUSTMAST
                 INPUT-PAYMENTS
                 WORK-INVHIST
                 OUTPUT-CUSTMAST
                 OUTPUT-INVHIST
                 OUTPUT-PAYLIST
                 OUTPUT-GLCASH

           PERFORM 950-RECORD-RUN-COMPLETION
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO RUN-GENERATION-X
               ELSE
                   DISPLAY "PAYPST - INVALID GENERATION PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "PAYPST - SUPPLY AN 8-DIGIT GENERATION "
                       "OR LEAVE BLANK FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-GENERATION-X TO RUN-GENERATION-DATE.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "PAYPST" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "PAYPST - GENERATION " RCR-GENERATION
                   " ALREADY PROCESSED"
               DISPLAY "PAYPST - DUPLICATE RUN STOPPED BY "
                   "RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "PAYEDIT" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-NOT-FOUND
               DISPLAY "PAYPST - PAYEDIT HAS NOT COMPLETED FOR "
                   "GENERATION " RCR-GENERATION
               DISPLAY "PAYPST - RUN PAYEDIT FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "PAYPST" TO RCR-PROGRAM-NAME
           MOVE "CUSTMAST,EDITPAY,INVHIST,NEWCMAST,NEWIHIST,GLCASH"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-MATCH-MASTER-AND-PAYMENT.

           PERFORM 110-SET-MATCH-SWITCH

           EVALUATE TRUE
               WHEN MASTER-LOW
                   PERFORM 150-START-CUSTOMER-ACCOUNT
                   PERFORM 600-SETTLE-CUSTOMER-ACCOUNT
                   PERFORM 300-WRITE-CUSTOMER-MASTER
                   PERFORM 210-READ-CUSTOMER-MASTER
               WHEN TRANSACTION-LOW
                   PERFORM 400-REJECT-UNMATCHED-RECEIPT
                   PERFORM 220-READ-PAYMENT-TRANSACTION
               WHEN MASTER-EQUALS-TRANSACTION
                   PERFORM 150-START-CUSTOMER-ACCOUNT
                   PERFORM 500-ACCUMULATE-RECEIPT
                       UNTIL NOT MASTER-EQUALS-TRANSACTION
                   PERFORM 600-SETTLE-CUSTOMER-ACCOUNT
                   PERFORM 300-WRITE-CUSTOMER-MASTER
                   PERFORM 210-READ-CUSTOMER-MASTER
           END-EVALUATE.

       110-SET-MATCH-SWITCH.

           IF CUSTMAST-EOF-SWITCH = "Y"
               SET TRANSACTION-LOW TO TRUE
           ELSE
               IF PAYMENT-EOF-SWITCH = "Y"
                   SET MASTER-LOW TO TRUE
               ELSE
                   IF CM-CUSTOMER-NUMBER < PT-CUSTOMER-NUMBER
                       SET MASTER-LOW TO TRUE
                   ELSE
                       IF CM-CUSTOMER-NUMBER > PT-CUSTOMER-NUMBER
                           SET TRANSACTION-LOW TO TRUE
                       ELSE
                           SET MASTER-EQUALS-TRANSACTION TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       120-ZERO-ONE-BRANCH-ENTRY.

           MOVE ZERO TO BT-CASH-AMOUNT (BRANCH-SUB)
           MOVE ZERO TO BT-RECEIPT-COUNT (BRANCH-SUB).

       150-START-CUSTOMER-ACCOUNT.

           MOVE ZERO TO CUSTOMER-RECEIPT-TOTAL
           MOVE ZERO TO CUSTOMER-RECEIPT-COUNT
           MOVE ZERO TO CUSTOMER-LAST-PAYMENT

           IF CM-AR-BALANCE NOT NUMERIC
               MOVE ZERO TO CM-AR-BALANCE
           END-IF.

       210-READ-CUSTOMER-MASTER.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   MOVE 99999 TO CM-CUSTOMER-NUMBER
           END-READ.

       220-READ-PAYMENT-TRANSACTION.

           READ INPUT-PAYMENTS
               AT END
                   MOVE "Y" TO PAYMENT-EOF-SWITCH
                   MOVE 99999 TO PT-CUSTOMER-NUMBER
           END-READ.

       230-READ-WORK-HISTORY.

           READ WORK-INVHIST
               AT END
                   MOVE "Y" TO IHSTWORK-EOF-SWITCH
                   MOVE 99999 TO WH-CUSTOMER-NUMBER
           END-READ

           IF IHSTWORK-EOF-SWITCH = "N"
               ADD 1 TO HISTORY-READ-COUNT
           END-IF.

       300-WRITE-CUSTOMER-MASTER.

           MOVE CUSTOMER-MASTER-RECORD TO NEW-CUSTOMER-MASTER-RECORD
           WRITE NEW-CUSTOMER-MASTER-RECORD.

       400-REJECT-UNMATCHED-RECEIPT.

           MOVE PT-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE PT-PAYMENT-DATE TO RL-PAYMENT-DATE
           MOVE PT-CHECK-NUMBER TO RL-CHECK-NUMBER
           MOVE PT-PAYMENT-AMOUNT TO RL-PAYMENT-AMOUNT
           MOVE "REJECTED - NO MASTER" TO RL-ACTION
           PERFORM 910-WRITE-RECEIPT-LINE
           ADD 1 TO REJECT-COUNT
           ADD PT-PAYMENT-AMOUNT TO TOTAL-RECEIPTS-REJECTED.

       500-ACCUMULATE-RECEIPT.

           ADD PT-PAYMENT-AMOUNT TO CUSTOMER-RECEIPT-TOTAL
           ADD 1 TO CUSTOMER-RECEIPT-COUNT
           IF PT-PAYMENT-DATE > CUSTOMER-LAST-PAYMENT
               MOVE PT-PAYMENT-DATE TO CUSTOMER-LAST-PAYMENT
           END-IF

           MOVE PT-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE PT-PAYMENT-DATE TO RL-PAYMENT-DATE
           MOVE PT-CHECK-NUMBER TO RL-CHECK-NUMBER
           MOVE PT-PAYMENT-AMOUNT TO RL-PAYMENT-AMOUNT
           MOVE "RECEIVED" TO RL-ACTION
           PERFORM 910-WRITE-RECEIPT-LINE

           PERFORM 220-READ-PAYMENT-TRANSACTION
           PERFORM 110-SET-MATCH-SWITCH.

       600-SETTLE-CUSTOMER-ACCOUNT.

           PERFORM 620-COPY-WORK-HISTORY
               UNTIL WH-CUSTOMER-NUMBER NOT < CM-CUSTOMER-NUMBER

           MOVE "N" TO TABLE-FULL-SWITCH
           MOVE ZERO TO HISTORY-COUNT
           MOVE ZERO TO OPEN-INVOICE-TOTAL
           MOVE ZERO TO OPEN-CREDIT-TOTAL
           MOVE ZERO TO LEGACY-OPEN-TOTAL
           MOVE ZERO TO LEGACY-ITEM-COUNT
           PERFORM 610-LOAD-ONE-HISTORY-ITEM
               UNTIL WH-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
               OR HISTORY-TABLE-FULL

           PERFORM 615-SEED-OPENING-BALANCE

           MOVE "N" TO OVERFLOW-SWITCH
           COMPUTE POSTED-AR-WORK =
               CM-AR-BALANCE - CUSTOMER-RECEIPT-TOTAL
               ON SIZE ERROR
                   SET POSTING-OVERFLOW TO TRUE
           END-COMPUTE

           IF POSTING-OVERFLOW
               MOVE CM-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
               MOVE CUSTOMER-LAST-PAYMENT TO RL-PAYMENT-DATE
               MOVE "TOTAL" TO RL-CHECK-NUMBER
               MOVE CUSTOMER-RECEIPT-TOTAL TO RL-PAYMENT-AMOUNT
               MOVE "REJECTED - FIELD OVERFLOW" TO RL-ACTION
               PERFORM 910-WRITE-RECEIPT-LINE
               ADD CUSTOMER-RECEIPT-COUNT TO REJECT-COUNT
               ADD CUSTOMER-RECEIPT-TOTAL TO TOTAL-RECEIPTS-REJECTED
               MOVE ZERO TO CUSTOMER-RECEIPT-TOTAL
           END-IF

           IF HISTORY-TABLE-FULL
           OR OPENING-BALANCE-OVERFLOW
               PERFORM 640-WRITE-ONE-HISTORY-ITEM
                   VARYING HISTORY-SUB FROM 1 BY 1
                   UNTIL HISTORY-SUB > HISTORY-COUNT
               PERFORM 620-COPY-WORK-HISTORY
                   UNTIL WH-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
               MOVE CM-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
               MOVE ZERO TO RL-PAYMENT-DATE
               MOVE SPACES TO RL-CHECK-NUMBER
               MOVE ZERO TO RL-PAYMENT-AMOUNT
               IF HISTORY-TABLE-FULL
                   MOVE "HISTORY TOO LARGE-UNAPPLD" TO RL-ACTION
               ELSE
                   MOVE "OPEN A/R OVERFLOW-UNAPPLD" TO RL-ACTION
               END-IF
               PERFORM 910-WRITE-RECEIPT-LINE
               ADD 1 TO TABLE-FULL-COUNT
           ELSE
               PERFORM 650-APPLY-CUSTOMER-CREDITS
           END-IF

           IF CUSTOMER-RECEIPT-TOTAL NOT = ZERO
               MOVE POSTED-AR-WORK TO CM-AR-BALANCE
               ADD CUSTOMER-RECEIPT-COUNT TO RECEIPT-COUNT
               ADD CUSTOMER-RECEIPT-TOTAL TO TOTAL-RECEIPTS-POSTED
               IF CM-BRANCH-NUMBER > ZERO
                   ADD CUSTOMER-RECEIPT-TOTAL
                       TO BT-CASH-AMOUNT (CM-BRANCH-NUMBER)
                   ADD CUSTOMER-RECEIPT-COUNT
                       TO BT-RECEIPT-COUNT (CM-BRANCH-NUMBER)
               END-IF
               MOVE CM-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
               MOVE CUSTOMER-LAST-PAYMENT TO RL-PAYMENT-DATE
               MOVE "TOTAL" TO RL-CHECK-NUMBER
               MOVE CUSTOMER-RECEIPT-TOTAL TO RL-PAYMENT-AMOUNT
               MOVE "CASH POSTED" TO RL-ACTION
               PERFORM 910-WRITE-RECEIPT-LINE
           END-IF.

       610-LOAD-ONE-HISTORY-ITEM.

           IF HISTORY-COUNT = 999
               SET HISTORY-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO HISTORY-COUNT
               MOVE WORK-HISTORY-RECORD TO INVOICE-HISTORY-RECORD
               MOVE WORK-HISTORY-RECORD
                   TO HT-ORIGINAL-IMAGE (HISTORY-COUNT)
               MOVE "N" TO HT-LEGACY-SWITCH (HISTORY-COUNT)
               IF IH-AMOUNT-APPLIED NOT NUMERIC
                   MOVE ZERO TO IH-AMOUNT-APPLIED
                   SET HT-LEGACY-ITEM (HISTORY-COUNT) TO TRUE
                   ADD 1 TO LEGACY-ITEM-COUNT
               END-IF
               IF IH-LAST-PAYMENT-DATE NOT NUMERIC
                   MOVE ZERO TO IH-LAST-PAYMENT-DATE
               END-IF
               COMPUTE ITEM-OPEN-AMOUNT =
                   IH-SALE-AMOUNT - IH-AMOUNT-APPLIED
               IF IH-CREDIT-MEMO
                   ADD ITEM-OPEN-AMOUNT TO OPEN-CREDIT-TOTAL
                   IF HT-LEGACY-ITEM (HISTORY-COUNT)
                       SUBTRACT ITEM-OPEN-AMOUNT FROM LEGACY-OPEN-TOTAL
                   END-IF
               ELSE
                   ADD ITEM-OPEN-AMOUNT TO OPEN-INVOICE-TOTAL
                   IF HT-LEGACY-ITEM (HISTORY-COUNT)
                       ADD ITEM-OPEN-AMOUNT TO LEGACY-OPEN-TOTAL
                   END-IF
               END-IF
               MOVE INVOICE-HISTORY-RECORD
                   TO HT-ITEM-IMAGE (HISTORY-COUNT)
               PERFORM 230-READ-WORK-HISTORY
           END-IF.

       615-SEED-OPENING-BALANCE.

           MOVE "N" TO OPENING-BALANCE-SWITCH

           IF LEGACY-ITEM-COUNT > ZERO
               ADD LEGACY-OPEN-TOTAL TO CM-AR-BALANCE
                   ON SIZE ERROR
                       SET OPENING-BALANCE-OVERFLOW TO TRUE
                   NOT ON SIZE ERROR
                       SET OPENING-BALANCE-SEEDED TO TRUE
               END-ADD
           END-IF

           IF OPENING-BALANCE-SEEDED
               ADD LEGACY-ITEM-COUNT TO CONVERTED-ITEM-COUNT
               ADD LEGACY-OPEN-TOTAL TO TOTAL-OPENING-BALANCE
               MOVE CM-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
               MOVE ZERO TO RL-PAYMENT-DATE
               MOVE "HISTORY" TO RL-CHECK-NUMBER
               MOVE LEGACY-OPEN-TOTAL TO RL-PAYMENT-AMOUNT
               MOVE "OPENING A/R FROM HISTORY" TO RL-ACTION
               PERFORM 910-WRITE-RECEIPT-LINE
           END-IF.

       620-COPY-WORK-HISTORY.

           MOVE WORK-HISTORY-RECORD TO INVOICE-HISTORY-RECORD
           WRITE INVOICE-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN-COUNT

           PERFORM 230-READ-WORK-HISTORY.

       640-WRITE-ONE-HISTORY-ITEM.

           MOVE HT-ITEM-IMAGE (HISTORY-SUB) TO INVOICE-HISTORY-RECORD
           IF HT-LEGACY-ITEM (HISTORY-SUB)
           AND NOT OPENING-BALANCE-SEEDED
               MOVE HT-ORIGINAL-IMAGE (HISTORY-SUB)
                   TO INVOICE-HISTORY-RECORD
           END-IF
           WRITE INVOICE-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN-COUNT.

       650-APPLY-CUSTOMER-CREDITS.

           COMPUTE CASH-ON-ACCOUNT =
               OPEN-INVOICE-TOTAL - OPEN-CREDIT-TOTAL - CM-AR-BALANCE
           IF CASH-ON-ACCOUNT < ZERO
               MOVE ZERO TO CASH-ON-ACCOUNT
           END-IF
           IF OPEN-CREDIT-TOTAL < ZERO
               MOVE ZERO TO OPEN-CREDIT-TOTAL
           END-IF

           COMPUTE CASH-AVAILABLE =
               CASH-ON-ACCOUNT + CUSTOMER-RECEIPT-TOTAL
           MOVE OPEN-CREDIT-TOTAL TO CREDIT-AVAILABLE

           PERFORM 660-APPLY-TO-ONE-INVOICE
               VARYING HISTORY-SUB FROM 1 BY 1
               UNTIL HISTORY-SUB > HISTORY-COUNT

           COMPUTE CREDIT-USED = OPEN-CREDIT-TOTAL - CREDIT-AVAILABLE
           PERFORM 670-ALLOCATE-ONE-CREDIT
               VARYING HISTORY-SUB FROM 1 BY 1
               UNTIL HISTORY-SUB > HISTORY-COUNT

           PERFORM 640-WRITE-ONE-HISTORY-ITEM
               VARYING HISTORY-SUB FROM 1 BY 1
               UNTIL HISTORY-SUB > HISTORY-COUNT

           ADD CASH-AVAILABLE TO TOTAL-CASH-ON-ACCOUNT

           IF CUSTOMER-RECEIPT-TOTAL NOT = ZERO
           AND CASH-AVAILABLE > ZERO
               MOVE CASH-AVAILABLE TO OAL-CASH-ON-ACCOUNT
               MOVE ON-ACCOUNT-LINE TO PAYLIST-AREA
               WRITE PAYLIST-AREA
           END-IF.

       660-APPLY-TO-ONE-INVOICE.

           MOVE HT-ITEM-IMAGE (HISTORY-SUB) TO INVOICE-HISTORY-RECORD
           COMPUTE ITEM-OPEN-AMOUNT =
               IH-SALE-AMOUNT - IH-AMOUNT-APPLIED

           IF NOT IH-CREDIT-MEMO
           AND ITEM-OPEN-AMOUNT > ZERO
           AND (CREDIT-AVAILABLE > ZERO OR CASH-AVAILABLE > ZERO)
               IF ITEM-OPEN-AMOUNT < CREDIT-AVAILABLE
                   MOVE ITEM-OPEN-AMOUNT TO CREDIT-TO-APPLY
               ELSE
                   MOVE CREDIT-AVAILABLE TO CREDIT-TO-APPLY
               END-IF
               SUBTRACT CREDIT-TO-APPLY FROM ITEM-OPEN-AMOUNT
                                             CREDIT-AVAILABLE

               IF ITEM-OPEN-AMOUNT < CASH-AVAILABLE
                   MOVE ITEM-OPEN-AMOUNT TO CASH-TO-APPLY
               ELSE
                   MOVE CASH-AVAILABLE TO CASH-TO-APPLY
               END-IF
               SUBTRACT CASH-TO-APPLY FROM ITEM-OPEN-AMOUNT
                                           CASH-AVAILABLE

               ADD CREDIT-TO-APPLY CASH-TO-APPLY TO IH-AMOUNT-APPLIED
               IF CASH-TO-APPLY > ZERO
               AND CUSTOMER-LAST-PAYMENT > ZERO
                   MOVE CUSTOMER-LAST-PAYMENT TO IH-LAST-PAYMENT-DATE
               END-IF
               IF ITEM-OPEN-AMOUNT = ZERO
                   ADD 1 TO SETTLED-INVOICE-COUNT
               END-IF
               ADD CASH-TO-APPLY TO TOTAL-CASH-APPLIED
               ADD CREDIT-TO-APPLY TO TOTAL-CREDIT-APPLIED
               MOVE INVOICE-HISTORY-RECORD
                   TO HT-ITEM-IMAGE (HISTORY-SUB)

               MOVE IH-INVOICE-DATE TO AL-INVOICE-DATE
               MOVE CASH-TO-APPLY TO AL-CASH-APPLIED
               MOVE CREDIT-TO-APPLY TO AL-CREDIT-APPLIED
               MOVE ITEM-OPEN-AMOUNT TO AL-OPEN-AMOUNT
               MOVE APPLICATION-LINE TO PAYLIST-AREA
               WRITE PAYLIST-AREA
           END-IF.

       670-ALLOCATE-ONE-CREDIT.

           MOVE HT-ITEM-IMAGE (HISTORY-SUB) TO INVOICE-HISTORY-RECORD
           COMPUTE ITEM-OPEN-AMOUNT =
               IH-SALE-AMOUNT - IH-AMOUNT-APPLIED

           IF IH-CREDIT-MEMO
           AND ITEM-OPEN-AMOUNT > ZERO
           AND CREDIT-USED > ZERO
               IF ITEM-OPEN-AMOUNT < CREDIT-USED
                   MOVE ITEM-OPEN-AMOUNT TO CREDIT-TO-APPLY
               ELSE
                   MOVE CREDIT-USED TO CREDIT-TO-APPLY
               END-IF
               ADD CREDIT-TO-APPLY TO IH-AMOUNT-APPLIED
               SUBTRACT CREDIT-TO-APPLY FROM CREDIT-USED
               MOVE INVOICE-HISTORY-RECORD
                   TO HT-ITEM-IMAGE (HISTORY-SUB)
           END-IF.

       700-PRINT-BRANCH-TOTALS.

           IF BT-CASH-AMOUNT (BRANCH-SUB) NOT = ZERO
               MOVE BRANCH-SUB TO BCL-BRANCH-NUMBER
               MOVE BT-CASH-AMOUNT (BRANCH-SUB) TO BCL-CASH-AMOUNT
               MOVE BT-RECEIPT-COUNT (BRANCH-SUB) TO BCL-RECEIPT-COUNT
               MOVE BRANCH-CASH-LINE TO PAYLIST-AREA
               WRITE PAYLIST-AREA
           END-IF.

       750-WRITE-GL-INTERFACE.

           PERFORM 760-WRITE-ONE-BRANCH-ENTRY
               VARYING BRANCH-SUB FROM 1 BY 1
               UNTIL BRANCH-SUB > 99

           IF GL-HASH-ACCUMULATOR = TOTAL-RECEIPTS-POSTED
           AND HISTORY-WRITTEN-COUNT = HISTORY-READ-COUNT
               MOVE SPACES TO GL-TRAILER-RECORD
               MOVE "T" TO GT-RECORD-TYPE
               MOVE RUN-GENERATION-DATE TO GT-GENERATION-DATE
               MOVE GL-LINE-COUNTER TO GT-LINE-COUNT
               MOVE GL-HASH-ACCUMULATOR TO GT-HASH-TOTAL
               WRITE GL-TRAILER-RECORD
               MOVE "GL CASH INTERFACE RELEASED" TO PAYLIST-AREA
               WRITE PAYLIST-AREA
           ELSE
               IF GL-HASH-ACCUMULATOR NOT = TOTAL-RECEIPTS-POSTED
                   DISPLAY "PAYPST - GL INTERFACE HASH TOTAL DOES NOT "
                       "EQUAL TOTAL CASH POSTED"
               END-IF
               IF HISTORY-WRITTEN-COUNT NOT = HISTORY-READ-COUNT
                   DISPLAY "PAYPST - INVHIST RECORDS WRITTEN DO NOT "
                       "EQUAL RECORDS READ"
               END-IF
               DISPLAY "PAYPST - GL INTERFACE FILE NOT RELEASED"
               MOVE "GL CASH INTERFACE OUT OF BALANCE - NOT RELEASED"
                   TO PAYLIST-AREA
               WRITE PAYLIST-AREA
               MOVE 8 TO RETURN-CODE
           END-IF.

       760-WRITE-ONE-BRANCH-ENTRY.

           IF BT-CASH-AMOUNT (BRANCH-SUB) NOT = ZERO
               MOVE BT-CASH-AMOUNT (BRANCH-SUB) TO GL-ENTRY-AMOUNT

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GL-RECORD-TYPE
               MOVE RUN-GENERATION-DATE TO GL-GENERATION-DATE
               MOVE BRANCH-SUB TO GL-BRANCH-NUMBER
               MOVE CASH-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE GL-ENTRY-AMOUNT TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GL-LINE-COUNTER

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GL-RECORD-TYPE
               MOVE RUN-GENERATION-DATE TO GL-GENERATION-DATE
               MOVE BRANCH-SUB TO GL-BRANCH-NUMBER
               MOVE RECEIVABLES-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE ZERO TO GL-DEBIT-AMOUNT
               MOVE GL-ENTRY-AMOUNT TO GL-CREDIT-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GL-LINE-COUNTER

               ADD GL-ENTRY-AMOUNT TO GL-HASH-ACCUMULATOR
           END-IF.

       900-PRINT-POSTING-TOTALS.

           MOVE SPACES TO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "RECEIPTS POSTED....: " DELIMITED BY SIZE
                   RECEIPT-COUNT          DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "RECEIPTS REJECTED..: " DELIMITED BY SIZE
                   REJECT-COUNT           DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "INVOICES PAID......: " DELIMITED BY SIZE
                   SETTLED-INVOICE-COUNT  DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "ACCOUNTS UNAPPLIED.: " DELIMITED BY SIZE
                   TABLE-FULL-COUNT       DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "HISTORY READ.......: " DELIMITED BY SIZE
                   HISTORY-READ-COUNT     DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "HISTORY WRITTEN....: " DELIMITED BY SIZE
                   HISTORY-WRITTEN-COUNT  DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           STRING "HISTORY CONVERTED..: " DELIMITED BY SIZE
                   CONVERTED-ITEM-COUNT   DELIMITED BY SIZE
               INTO PAYLIST-AREA
           WRITE PAYLIST-AREA

           MOVE "CASH POSTED:" TO TAL-LABEL
           MOVE TOTAL-RECEIPTS-POSTED TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE

           MOVE "CASH REJECTED:" TO TAL-LABEL
           MOVE TOTAL-RECEIPTS-REJECTED TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE

           MOVE "CASH APPLIED TO INVOICES:" TO TAL-LABEL
           MOVE TOTAL-CASH-APPLIED TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE

           MOVE "CREDITS APPLIED:" TO TAL-LABEL
           MOVE TOTAL-CREDIT-APPLIED TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE

           MOVE "CASH ON ACCOUNT:" TO TAL-LABEL
           MOVE TOTAL-CASH-ON-ACCOUNT TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE

           MOVE "OPENING A/R CONVERTED:" TO TAL-LABEL
           MOVE TOTAL-OPENING-BALANCE TO TAL-AMOUNT
           PERFORM 920-WRITE-TOTAL-AMOUNT-LINE.

       910-WRITE-RECEIPT-LINE.

           MOVE RECEIPT-LINE TO PAYLIST-AREA
           WRITE PAYLIST-AREA.

       920-WRITE-TOTAL-AMOUNT-LINE.

           MOVE TOTAL-AMOUNT-LINE TO PAYLIST-AREA
           WRITE PAYLIST-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "PAYPST" TO RCR-PROGRAM-NAME
           COMPUTE RCR-RECORD-COUNT = RECEIPT-COUNT + REJECT-COUNT
           IF RETURN-CODE = ZERO
               MOVE "OK" TO RCR-STATUS
           ELSE
               MOVE "FAIL" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
