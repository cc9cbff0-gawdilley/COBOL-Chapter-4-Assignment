       IDENTIFICATION DIVISION.

       PROGRAM-ID. YECLOSE.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program performs the year-end close in one
      *  controlled run. It first confirms on RUNCTLF that the final
      *  SALESPST posting, the period-end CMHIST snapshot, and the last
      *  RPT3100 commission payment have all completed for the close
      *  date, so the year's figures are captured and paid before
      *  anything is rolled over. CUSTMAST is then swept once and every
      *  customer produces an R (rollover) transaction in CUSTTRN layout
      *  on YETRAN, ready for the normal CUSTEDIT and CUSTMNT audited
      *  path, with YECLOSE as the operator ID. A new-year record is
      *  appended to COMMLEDG so RPT3100's paid to date starts again
      *  from zero; the next RPT3100 should run after the rollover has
      *  been applied. The close certificate YECERT shows the closing
      *  customer count, sales this YTD, units, and AR balance by branch
      *  within region, the commissions paid for the year, and lines for
      *  finance to sign. The parameters are the close date (YYYYMMDD,
      *  the generation the prerequisite runs used; blank means the
      *  current date) and the fiscal year being closed (YYYY; blank
      *  means the year of the close date). Run control logs the run
      *  under the fiscal year, so a year cannot be closed twice. If the
      *  customers read do not agree with the transactions written and
      *  the certificate totals, no new year is started and the run ends
      *  with return code 8.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT INPUT-BRCHTBL   ASSIGN TO BRCHTBL.
           SELECT OUTPUT-YETRAN   ASSIGN TO YETRAN.
           SELECT OUTPUT-YECERT   ASSIGN TO YECERT.
           SELECT COMMLEDG-FILE   ASSIGN TO COMMLEDG
               FILE STATUS IS COMMLEDG-FILE-STATUS.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  OUTPUT-YETRAN.
           COPY CUSTTRN.

       FD  OUTPUT-YECERT.
       01  YECERT-AREA                 PIC X(80).

       FD  COMMLEDG-FILE.
           COPY COMMREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-REGION-NUMBER        PIC 9(2).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  SR-YTD-UNITS-SOLD       PIC S9(5).
           05  SR-AR-BALANCE           PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  COMMLEDG-EOF-SWITCH     PIC X VALUE "N".
           05  COMMLEDG-FILE-STATUS    PIC XX VALUE "00".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  OUT-OF-BALANCE-SWITCH   PIC X VALUE "N".
               88  RUN-OUT-OF-BALANCE       VALUE "Y".

       01  COUNT-FIELDS.
           05  CUSTOMER-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  TRANSACTION-COUNT       PIC S9(7) VALUE ZERO.
           05  CUSTOMER-READ-SALES     PIC S9(9)V9(2) VALUE ZERO.

       01  CONTROL-FIELDS.
           05  HOLD-REGION-NUMBER      PIC 9(2) VALUE ZERO.
           05  HOLD-BRANCH-NUMBER      PIC 9(2) VALUE ZERO.
           05  EDIT-NUMBER             PIC 9(2) VALUE ZERO.

       01  BRANCH-TOTALS.
           05  BRANCH-CUSTOMERS        PIC S9(7) VALUE ZERO.
           05  BRANCH-SALES            PIC S9(9)V9(2) VALUE ZERO.
           05  BRANCH-UNITS            PIC S9(9) VALUE ZERO.
           05  BRANCH-AR-BALANCE       PIC S9(9)V9(2) VALUE ZERO.

       01  REGION-TOTALS.
           05  REGION-CUSTOMERS        PIC S9(7) VALUE ZERO.
           05  REGION-SALES            PIC S9(9)V9(2) VALUE ZERO.
           05  REGION-UNITS            PIC S9(9) VALUE ZERO.
           05  REGION-AR-BALANCE       PIC S9(9)V9(2) VALUE ZERO.

       01  GRAND-TOTALS.
           05  GRAND-CUSTOMERS         PIC S9(7) VALUE ZERO.
           05  GRAND-SALES             PIC S9(9)V9(2) VALUE ZERO.
           05  GRAND-UNITS             PIC S9(9) VALUE ZERO.
           05  GRAND-AR-BALANCE        PIC S9(9)V9(2) VALUE ZERO.

       01  COMMISSION-FIELDS.
           05  COMMISSION-PAID-AMOUNT  PIC S9(9)V9(2) VALUE ZERO.
           05  COMMISSION-PAID-EDIT    PIC ZZZ,ZZZ,ZZ9.99-.

       01  BRANCH-NAME-TABLE.
           05  BNT-BRANCH-NAME         OCCURS 99 TIMES PIC X(20).

       01  REGION-NAME-TABLE.
           05  RNT-REGION-NAME         OCCURS 99 TIMES PIC X(20).

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  RUN-STAMP-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

       01  FISCAL-YEAR-FIELDS.
           05  FISCAL-YEAR-X           PIC X(4) VALUE SPACES.
           05  FISCAL-YEAR             REDEFINES FISCAL-YEAR-X
                                       PIC 9(4).
           05  NEW-FISCAL-YEAR         PIC 9(4) VALUE ZERO.

       01  PREREQUISITE-PROGRAM-NAME   PIC X(8) VALUE SPACES.

           COPY RUNCTLQ.

       01  CERTIFICATE-COLUMN-LINE.
           05  FILLER                  PIC X(25)
               VALUE "REGION / BRANCH".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "CUSTS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "  CLOSING SALES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "      UNITS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "     AR BALANCE".

       01  CERTIFICATE-DETAIL-LINE.
           05  CDL-LABEL               PIC X(25).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CDL-CUSTOMERS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CDL-SALES               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CDL-UNITS               PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CDL-AR-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.

       01  SIGNATURE-LINE.
           05  SGL-TITLE               PIC X(14).
           05  FILLER                  PIC X(30)
               VALUE "______________________________".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  FILLER                  PIC X(12) VALUE "____________".
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       000-CLOSE-FISCAL-YEAR.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 150-TOTAL-COMMISSION-LEDGER
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 100-LOAD-BRANCH-NAMES

           OPEN INPUT  INPUT-CUSTMAST
                OUTPUT OUTPUT-YETRAN
                       OUTPUT-YECERT

           PERFORM 300-PRINT-CERTIFICATE-HEADING

           SORT SORT-FILE
               ON ASCENDING KEY SR-REGION-NUMBER
                                SR-BRANCH-NUMBER
               INPUT PROCEDURE 200-GENERATE-ROLLOVERS
               OUTPUT PROCEDURE 400-PRINT-CLOSING-TOTALS

           PERFORM 600-PROVE-CLOSE-TOTALS

           IF NOT RUN-OUT-OF-BALANCE
               PERFORM 700-START-NEW-COMMISSION-YEAR
           END-IF

           PERFORM 800-PRINT-CERTIFICATION

           CLOSE INPUT-CUSTMAST
                 OUTPUT-YETRAN
                 OUTPUT-YECERT

           PERFORM 950-RECORD-RUN-COMPLETION

           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO RUN-GENERATION-X
               ELSE
                   DISPLAY "YECLOSE - INVALID CLOSE DATE PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "YECLOSE - SUPPLY YYYYMMDD OR LEAVE BLANK "
                       "FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-2 = SPACES
               MOVE RUN-GENERATION-X (1:4) TO FISCAL-YEAR-X
           ELSE
               IF PARM-TOKEN-2 (1:4) IS NUMERIC
               AND PARM-TOKEN-2 (5:6) = SPACES
                   MOVE PARM-TOKEN-2 (1:4) TO FISCAL-YEAR-X
               ELSE
                   DISPLAY "YECLOSE - INVALID FISCAL YEAR PARAMETER "
                       PARM-TOKEN-2
                   DISPLAY "YECLOSE - SUPPLY YYYY OR LEAVE BLANK "
                       "FOR THE YEAR OF THE CLOSE DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE NEW-FISCAL-YEAR = FISCAL-YEAR + 1.

       050-VERIFY-RUN-CONTROL.

           MOVE SPACES TO RCR-GENERATION
           MOVE FISCAL-YEAR-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "YECLOSE" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "YECLOSE - FISCAL YEAR " FISCAL-YEAR-X
                   " ALREADY CLOSED"
               DISPLAY "YECLOSE - DUPLICATE CLOSE STOPPED BY "
                   "RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "SALESPST" TO PREREQUISITE-PROGRAM-NAME
           PERFORM 060-CHECK-PREREQUISITE-RUN
           MOVE "CMHIST" TO PREREQUISITE-PROGRAM-NAME
           PERFORM 060-CHECK-PREREQUISITE-RUN
           MOVE "RPT3100" TO PREREQUISITE-PROGRAM-NAME
           PERFORM 060-CHECK-PREREQUISITE-RUN

           MOVE SPACES TO RCR-GENERATION
           MOVE FISCAL-YEAR-X TO RCR-GENERATION

           MOVE "START" TO RCR-FUNCTION
           MOVE "YECLOSE" TO RCR-PROGRAM-NAME
           MOVE "CUSTMAST,BRCHTBL,COMMLEDG,YETRAN,YECERT"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       060-CHECK-PREREQUISITE-RUN.

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE PREREQUISITE-PROGRAM-NAME TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-NOT-FOUND
               DISPLAY "YECLOSE - " PREREQUISITE-PROGRAM-NAME
                   " HAS NOT COMPLETED FOR CLOSE DATE " RCR-GENERATION
               DISPLAY "YECLOSE - RUN " PREREQUISITE-PROGRAM-NAME
                   " FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-LOAD-BRANCH-NAMES.

           MOVE SPACES TO BRANCH-NAME-TABLE
           MOVE SPACES TO REGION-NAME-TABLE

           OPEN INPUT INPUT-BRCHTBL
           PERFORM 110-READ-BRANCH-REFERENCE
           PERFORM 120-LOAD-ONE-BRANCH-RECORD
               UNTIL BRCHTBL-EOF-SWITCH = "Y"
           CLOSE INPUT-BRCHTBL.

       110-READ-BRANCH-REFERENCE.

           READ INPUT-BRCHTBL
               AT END
                   MOVE "Y" TO BRCHTBL-EOF-SWITCH
           END-READ.

       120-LOAD-ONE-BRANCH-RECORD.

           IF BR-BRANCH-NUMBER > ZERO
               MOVE BR-BRANCH-NAME TO BNT-BRANCH-NAME (BR-BRANCH-NUMBER)
           END-IF
           IF BR-REGION-NUMBER > ZERO
               MOVE BR-REGION-NAME TO RNT-REGION-NAME (BR-REGION-NUMBER)
           END-IF

           PERFORM 110-READ-BRANCH-REFERENCE.

       150-TOTAL-COMMISSION-LEDGER.

           OPEN INPUT COMMLEDG-FILE
           IF COMMLEDG-FILE-STATUS = "35"
               MOVE "Y" TO COMMLEDG-EOF-SWITCH
           ELSE
               PERFORM 170-READ-COMMISSION-LEDGER
               PERFORM 160-TOTAL-ONE-LEDGER-RECORD
                   UNTIL COMMLEDG-EOF-SWITCH = "Y"
               CLOSE COMMLEDG-FILE
           END-IF.

       160-TOTAL-ONE-LEDGER-RECORD.

           IF CL-NEW-YEAR-ENTRY
               IF CL-FISCAL-YEAR NOT < NEW-FISCAL-YEAR
                   DISPLAY "YECLOSE - COMMLEDG ALREADY HAS A NEW-YEAR "
                       "RECORD FOR " CL-FISCAL-YEAR
                   DISPLAY "YECLOSE - FISCAL YEAR " FISCAL-YEAR-X
                       " APPEARS TO BE CLOSED ALREADY"
                   CLOSE COMMLEDG-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZERO TO COMMISSION-PAID-AMOUNT
           ELSE
               ADD CL-PAYMENT-AMOUNT TO COMMISSION-PAID-AMOUNT
           END-IF

           PERFORM 170-READ-COMMISSION-LEDGER.

       170-READ-COMMISSION-LEDGER.

           READ COMMLEDG-FILE
               AT END
                   MOVE "Y" TO COMMLEDG-EOF-SWITCH
           END-READ.

       200-GENERATE-ROLLOVERS.

           PERFORM 210-READ-CUSTOMER-MASTER
           PERFORM 220-ROLL-OVER-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".

       210-READ-CUSTOMER-MASTER.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTOMER-READ-COUNT
                   ADD CM-SALES-THIS-YTD TO CUSTOMER-READ-SALES
           END-READ.

       220-ROLL-OVER-ONE-CUSTOMER.

           MOVE SPACES TO CUSTOMER-TRANSACTION-RECORD
           MOVE "R" TO CT-TRANSACTION-CODE
           MOVE CM-CUSTOMER-NUMBER TO CT-CUSTOMER-NUMBER
           MOVE ZERO TO CT-BRANCH-NUMBER
           MOVE ZERO TO CT-SALESREP-NUMBER
           MOVE ZERO TO CT-SALES-THIS-YTD
           MOVE ZERO TO CT-CREDIT-LIMIT
           MOVE ZERO TO CT-YTD-UNITS-SOLD
           MOVE ZERO TO CT-REGION-NUMBER
           MOVE ZERO TO CT-SURVIVOR-NUMBER
           MOVE "YECLOSE" TO CT-OPERATOR-ID
           WRITE CUSTOMER-TRANSACTION-RECORD
           ADD 1 TO TRANSACTION-COUNT

           MOVE CM-REGION-NUMBER TO SR-REGION-NUMBER
           MOVE CM-BRANCH-NUMBER TO SR-BRANCH-NUMBER
           MOVE CM-SALES-THIS-YTD TO SR-SALES-THIS-YTD
           MOVE CM-YTD-UNITS-SOLD TO SR-YTD-UNITS-SOLD
           IF CM-AR-BALANCE NOT NUMERIC
               MOVE ZERO TO SR-AR-BALANCE
           ELSE
               MOVE CM-AR-BALANCE TO SR-AR-BALANCE
           END-IF
           RELEASE SORT-RECORD

           PERFORM 210-READ-CUSTOMER-MASTER.

       300-PRINT-CERTIFICATE-HEADING.

           MOVE SPACES TO YECERT-AREA
           STRING "YEAR-END CLOSE CERTIFICATE - FISCAL YEAR "
                       DELIMITED BY SIZE
                   FISCAL-YEAR-X DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           STRING "CLOSE DATE: " DELIMITED BY SIZE
                   RUN-GENERATION-X DELIMITED BY SIZE
                   "   RUN: " DELIMITED BY SIZE
                   RUN-STAMP-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-STAMP-TIME DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           STRING "CONFIRMED ON RUNCTLF FOR " DELIMITED BY SIZE
                   RUN-GENERATION-X DELIMITED BY SIZE
                   ": SALESPST, CMHIST, RPT3100" DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE CERTIFICATE-COLUMN-LINE TO YECERT-AREA
           WRITE YECERT-AREA.

       400-PRINT-CLOSING-TOTALS.

           PERFORM 410-RETURN-SORTED-CUSTOMER

           IF SORT-EOF-SWITCH = "N"
               MOVE SR-REGION-NUMBER TO HOLD-REGION-NUMBER
               MOVE SR-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER
               PERFORM 430-PRINT-REGION-HEADING
               PERFORM 420-ACCUMULATE-ONE-CUSTOMER
                   UNTIL SORT-EOF-SWITCH = "Y"
               PERFORM 440-PRINT-BRANCH-LINE
               PERFORM 450-PRINT-REGION-TOTAL
           END-IF

           PERFORM 460-PRINT-GRAND-TOTAL.

       410-RETURN-SORTED-CUSTOMER.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       420-ACCUMULATE-ONE-CUSTOMER.

           IF SR-REGION-NUMBER NOT = HOLD-REGION-NUMBER
               PERFORM 440-PRINT-BRANCH-LINE
               PERFORM 450-PRINT-REGION-TOTAL
               MOVE SR-REGION-NUMBER TO HOLD-REGION-NUMBER
               MOVE SR-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER
               PERFORM 430-PRINT-REGION-HEADING
           ELSE
               IF SR-BRANCH-NUMBER NOT = HOLD-BRANCH-NUMBER
                   PERFORM 440-PRINT-BRANCH-LINE
                   MOVE SR-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER
               END-IF
           END-IF

           ADD 1 TO BRANCH-CUSTOMERS
           ADD SR-SALES-THIS-YTD TO BRANCH-SALES
           ADD SR-YTD-UNITS-SOLD TO BRANCH-UNITS
           ADD SR-AR-BALANCE TO BRANCH-AR-BALANCE

           PERFORM 410-RETURN-SORTED-CUSTOMER.

       430-PRINT-REGION-HEADING.

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE HOLD-REGION-NUMBER TO EDIT-NUMBER
           MOVE SPACES TO YECERT-AREA
           IF HOLD-REGION-NUMBER = ZERO
           OR RNT-REGION-NAME (HOLD-REGION-NUMBER) = SPACES
               STRING "REGION " DELIMITED BY SIZE
                       EDIT-NUMBER DELIMITED BY SIZE
                       " NOT ON BRCHTBL" DELIMITED BY SIZE
                   INTO YECERT-AREA
           ELSE
               STRING "REGION " DELIMITED BY SIZE
                       EDIT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RNT-REGION-NAME (HOLD-REGION-NUMBER)
                           DELIMITED BY SIZE
                   INTO YECERT-AREA
           END-IF
           WRITE YECERT-AREA.

       440-PRINT-BRANCH-LINE.

           MOVE HOLD-BRANCH-NUMBER TO EDIT-NUMBER
           MOVE SPACES TO CDL-LABEL
           IF HOLD-BRANCH-NUMBER = ZERO
           OR BNT-BRANCH-NAME (HOLD-BRANCH-NUMBER) = SPACES
               STRING "  " DELIMITED BY SIZE
                       EDIT-NUMBER DELIMITED BY SIZE
                       " NOT ON BRCHTBL" DELIMITED BY SIZE
                   INTO CDL-LABEL
           ELSE
               STRING "  " DELIMITED BY SIZE
                       EDIT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BNT-BRANCH-NAME (HOLD-BRANCH-NUMBER)
                           DELIMITED BY SIZE
                   INTO CDL-LABEL
           END-IF

           MOVE BRANCH-CUSTOMERS TO CDL-CUSTOMERS
           MOVE BRANCH-SALES TO CDL-SALES
           MOVE BRANCH-UNITS TO CDL-UNITS
           MOVE BRANCH-AR-BALANCE TO CDL-AR-BALANCE
           MOVE CERTIFICATE-DETAIL-LINE TO YECERT-AREA
           WRITE YECERT-AREA

           ADD BRANCH-CUSTOMERS TO REGION-CUSTOMERS
           ADD BRANCH-SALES TO REGION-SALES
           ADD BRANCH-UNITS TO REGION-UNITS
           ADD BRANCH-AR-BALANCE TO REGION-AR-BALANCE
           INITIALIZE BRANCH-TOTALS.

       450-PRINT-REGION-TOTAL.

           MOVE HOLD-REGION-NUMBER TO EDIT-NUMBER
           MOVE SPACES TO CDL-LABEL
           STRING "REGION " DELIMITED BY SIZE
                   EDIT-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO CDL-LABEL

           MOVE REGION-CUSTOMERS TO CDL-CUSTOMERS
           MOVE REGION-SALES TO CDL-SALES
           MOVE REGION-UNITS TO CDL-UNITS
           MOVE REGION-AR-BALANCE TO CDL-AR-BALANCE
           MOVE CERTIFICATE-DETAIL-LINE TO YECERT-AREA
           WRITE YECERT-AREA

           ADD REGION-CUSTOMERS TO GRAND-CUSTOMERS
           ADD REGION-SALES TO GRAND-SALES
           ADD REGION-UNITS TO GRAND-UNITS
           ADD REGION-AR-BALANCE TO GRAND-AR-BALANCE
           INITIALIZE REGION-TOTALS.

       460-PRINT-GRAND-TOTAL.

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE "COMPANY TOTAL" TO CDL-LABEL
           MOVE GRAND-CUSTOMERS TO CDL-CUSTOMERS
           MOVE GRAND-SALES TO CDL-SALES
           MOVE GRAND-UNITS TO CDL-UNITS
           MOVE GRAND-AR-BALANCE TO CDL-AR-BALANCE
           MOVE CERTIFICATE-DETAIL-LINE TO YECERT-AREA
           WRITE YECERT-AREA.

       600-PROVE-CLOSE-TOTALS.

           IF TRANSACTION-COUNT NOT = CUSTOMER-READ-COUNT
           OR GRAND-CUSTOMERS NOT = CUSTOMER-READ-COUNT
           OR GRAND-SALES NOT = CUSTOMER-READ-SALES
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.

       700-START-NEW-COMMISSION-YEAR.

           OPEN EXTEND COMMLEDG-FILE
           IF COMMLEDG-FILE-STATUS = "35"
               OPEN OUTPUT COMMLEDG-FILE
           END-IF

           MOVE SPACES TO COMMISSION-LEDGER-RECORD
           MOVE ZERO TO CL-SALESREP-NUMBER
           MOVE RUN-GENERATION-X TO CL-PAYMENT-DATE
           MOVE ZERO TO CL-PAYMENT-AMOUNT
           MOVE ZERO TO CL-EARNED-TO-DATE
           SET CL-NEW-YEAR-ENTRY TO TRUE
           MOVE NEW-FISCAL-YEAR TO CL-FISCAL-YEAR
           WRITE COMMISSION-LEDGER-RECORD

           CLOSE COMMLEDG-FILE.

       800-PRINT-CERTIFICATION.

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           STRING "CUSTOMERS READ......: " DELIMITED BY SIZE
                   CUSTOMER-READ-COUNT    DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           STRING "ROLLOVERS WRITTEN...: " DELIMITED BY SIZE
                   TRANSACTION-COUNT      DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE COMMISSION-PAID-AMOUNT TO COMMISSION-PAID-EDIT
           MOVE SPACES TO YECERT-AREA
           STRING "COMMISSIONS PAID....: " DELIMITED BY SIZE
                   COMMISSION-PAID-EDIT   DELIMITED BY SIZE
               INTO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           IF RUN-OUT-OF-BALANCE
               MOVE "NEW COMMISSION YEAR.: NOT STARTED" TO YECERT-AREA
           ELSE
               STRING "NEW COMMISSION YEAR.: " DELIMITED BY SIZE
                       NEW-FISCAL-YEAR        DELIMITED BY SIZE
                   INTO YECERT-AREA
           END-IF
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           IF RUN-OUT-OF-BALANCE
               MOVE "*** CLOSE IS OUT OF BALANCE - JOB FAILED ***"
                   TO YECERT-AREA
           ELSE
               MOVE "*** CLOSE IS IN BALANCE ***" TO YECERT-AREA
           END-IF
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA
           WRITE YECERT-AREA

           MOVE "PREPARED BY:  " TO SGL-TITLE
           MOVE SIGNATURE-LINE TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE SPACES TO YECERT-AREA
           WRITE YECERT-AREA

           MOVE "APPROVED BY:  " TO SGL-TITLE
           MOVE SIGNATURE-LINE TO YECERT-AREA
           WRITE YECERT-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "YECLOSE" TO RCR-PROGRAM-NAME
           MOVE TRANSACTION-COUNT TO RCR-RECORD-COUNT
           IF RUN-OUT-OF-BALANCE
               MOVE "FAIL" TO RCR-STATUS
           ELSE
               MOVE "OK" TO RCR-STATUS
           END-IF
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
