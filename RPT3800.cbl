       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3800.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program prints budget versus actual sales
      *  on RPT3801 by salesrep within branch within region for one
      *  fiscal year. Budgets come from BUDGMAST, maintained by
      *  BUDGMNT. Actual sales come from the invoice dates on
      *  INVHIST, net of credit memos, and are credited to the branch
      *  and salesrep the customer is assigned to on CUSTMAST; sales
      *  for customer numbers no longer on CUSTMAST stay with the
      *  branch that booked them under salesrep 00. For each rep
      *  every month through the report month prints the month's
      *  budget, actual, and variance in dollars and percent next to
      *  the year-to-date budget, actual, and variance. Rep, branch,
      *  region, and company totals add the full-year budget and a
      *  full-year projection at the year-to-date run rate (actual
      *  to date divided by the months elapsed, times twelve). The
      *  command-line parameters are the fiscal year (YYYY, blank for
      *  the current year) and the report month (MM, blank for the
      *  current month, or December for an earlier year).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-INVHIST      ASSIGN TO INVHIST.
           SELECT INPUT-CUSTMAST     ASSIGN TO CUSTMAST.
           SELECT INPUT-BUDGMAST     ASSIGN TO BUDGMAST.
           SELECT INPUT-BRCHTBL      ASSIGN TO BRCHTBL.
           SELECT INPUT-SREPMAST     ASSIGN TO SREPMAST.
           SELECT WORK-BVAWORK       ASSIGN TO BVAWORK.
           SELECT OUTPUT-RPT3800     ASSIGN TO RPT3801.
           SELECT ACTUAL-SORT-FILE   ASSIGN TO SORTWORK.
           SELECT REPORT-SORT-FILE   ASSIGN TO SORTWK2.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-INVHIST.
           COPY INVHREC.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-BUDGMAST.
           COPY BUDGREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  INPUT-SREPMAST.
           COPY SREPREC.

       FD  WORK-BVAWORK.
       01  BUDGET-ACTUAL-WORK-RECORD.
           05  BW-REGION-NUMBER        PIC 9(2).
           05  BW-BRANCH-NUMBER        PIC 9(2).
           05  BW-SALESREP-NUMBER      PIC 9(2).
           05  BW-MONTH-AMOUNTS.
               10  BW-MONTH-ENTRY      OCCURS 12 TIMES.
                   15  BW-BUDGET-AMOUNT PIC S9(7)V9(2).
                   15  BW-ACTUAL-AMOUNT PIC S9(7)V9(2).

       FD  OUTPUT-RPT3800.
       01  PRINT-AREA                  PIC X(130).

       SD  ACTUAL-SORT-FILE.
       01  ACTUAL-SORT-RECORD.
           05  SA-CUSTOMER-NUMBER      PIC 9(5).
           05  SA-BRANCH-NUMBER        PIC 9(2).
           05  SA-MONTH                PIC 9(2).
           05  SA-SALE-AMOUNT          PIC S9(5)V9(2).

       SD  REPORT-SORT-FILE.
       01  REPORT-SORT-RECORD.
           05  SB-REGION-NUMBER        PIC 9(2).
           05  SB-BRANCH-NUMBER        PIC 9(2).
           05  SB-SALESREP-NUMBER      PIC 9(2).
           05  SB-MONTH-AMOUNTS.
               10  SB-MONTH-ENTRY      OCCURS 12 TIMES.
                   15  SB-BUDGET-AMOUNT PIC S9(7)V9(2).
                   15  SB-ACTUAL-AMOUNT PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  INVHIST-EOF-SWITCH      PIC X VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BUDGMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  SREPMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BVAWORK-EOF-SWITCH      PIC X VALUE "N".
           05  ACTUAL-SORT-EOF-SWITCH  PIC X VALUE "N".
           05  REPORT-SORT-EOF-SWITCH  PIC X VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X VALUE "Y".
               88  FIRST-SORTED-RECORD      VALUE "Y".

       01  COUNT-FIELDS.
           05  HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  SELECTED-COUNT          PIC 9(7) VALUE ZERO.
           05  ORPHAN-SALE-COUNT       PIC 9(7) VALUE ZERO.
           05  BUDGET-LINE-COUNT       PIC 9(7) VALUE ZERO.

       01  SELECTION-FIELDS.
           05  SEL-FISCAL-YEAR         PIC 9(4) VALUE ZERO.
           05  SEL-THRU-MONTH          PIC 9(2) VALUE ZERO.

       01  INVOICE-DATE-PARTS.
           05  ID-YEAR                 PIC 9(4).
           05  ID-MONTH                PIC 9(2).
           05  ID-DAY                  PIC 9(2).

       01  MONTH-NAME-VALUES.
           05  FILLER                  PIC X(9) VALUE "JANUARY".
           05  FILLER                  PIC X(9) VALUE "FEBRUARY".
           05  FILLER                  PIC X(9) VALUE "MARCH".
           05  FILLER                  PIC X(9) VALUE "APRIL".
           05  FILLER                  PIC X(9) VALUE "MAY".
           05  FILLER                  PIC X(9) VALUE "JUNE".
           05  FILLER                  PIC X(9) VALUE "JULY".
           05  FILLER                  PIC X(9) VALUE "AUGUST".
           05  FILLER                  PIC X(9) VALUE "SEPTEMBER".
           05  FILLER                  PIC X(9) VALUE "OCTOBER".
           05  FILLER                  PIC X(9) VALUE "NOVEMBER".
           05  FILLER                  PIC X(9) VALUE "DECEMBER".

       01  MONTH-NAME-TABLE            REDEFINES MONTH-NAME-VALUES.
           05  MNT-MONTH-NAME          OCCURS 12 TIMES PIC X(9).

       01  BRANCH-NAME-TABLE.
           05  BNT-BRANCH-NAME         OCCURS 99 TIMES PIC X(20).

       01  REGION-NAME-TABLE.
           05  RNT-REGION-NAME         OCCURS 99 TIMES PIC X(20).

       01  BRANCH-REGION-TABLE.
           05  BRT-REGION-NUMBER       OCCURS 99 TIMES PIC 9(2).

       01  SALESREP-NAME-TABLE.
           05  SNT-SALESREP-NAME       OCCURS 99 TIMES PIC X(20).

       01  CONTROL-FIELDS.
           05  HOLD-CUSTOMER-NUMBER    PIC 9(5) VALUE ZERO.
           05  HOLD-BRANCH-NUMBER      PIC 9(2) VALUE ZERO.
           05  HOLD-REGION-NUMBER      PIC 9(2) VALUE ZERO.
           05  HOLD-SALESREP-NUMBER    PIC 9(2) VALUE ZERO.
           05  NEXT-SALE-CUSTOMER      PIC 9(5) VALUE ZERO.
           05  MONTH-SUB               PIC S9(3) VALUE ZERO.

       01  CUSTOMER-ACTUALS.
           05  CA-ACTUAL-AMOUNT        OCCURS 12 TIMES
                                       PIC S9(7)V9(2).

       01  REP-AMOUNTS.
           05  RA-MONTH-ENTRY          OCCURS 12 TIMES.
               10  RA-BUDGET-AMOUNT    PIC S9(9)V9(2).
               10  RA-ACTUAL-AMOUNT    PIC S9(9)V9(2).

       01  BRANCH-AMOUNTS.
           05  BA-MONTH-ENTRY          OCCURS 12 TIMES.
               10  BA-BUDGET-AMOUNT    PIC S9(9)V9(2).
               10  BA-ACTUAL-AMOUNT    PIC S9(9)V9(2).

       01  REGION-AMOUNTS.
           05  GA-MONTH-ENTRY          OCCURS 12 TIMES.
               10  GA-BUDGET-AMOUNT    PIC S9(9)V9(2).
               10  GA-ACTUAL-AMOUNT    PIC S9(9)V9(2).

       01  COMPANY-AMOUNTS.
           05  TA-MONTH-ENTRY          OCCURS 12 TIMES.
               10  TA-BUDGET-AMOUNT    PIC S9(9)V9(2).
               10  TA-ACTUAL-AMOUNT    PIC S9(9)V9(2).

       01  PRINT-AMOUNTS.
           05  PA-MONTH-ENTRY          OCCURS 12 TIMES.
               10  PA-BUDGET-AMOUNT    PIC S9(9)V9(2).
               10  PA-ACTUAL-AMOUNT    PIC S9(9)V9(2).

       01  CALCULATED-FIELDS.
           05  MONTH-BUDGET            PIC S9(9)V9(2) VALUE ZERO.
           05  MONTH-ACTUAL            PIC S9(9)V9(2) VALUE ZERO.
           05  YTD-BUDGET              PIC S9(9)V9(2) VALUE ZERO.
           05  YTD-ACTUAL              PIC S9(9)V9(2) VALUE ZERO.
           05  YEAR-BUDGET             PIC S9(9)V9(2) VALUE ZERO.
           05  PROJECTED-ACTUAL        PIC S9(9)V9(2) VALUE ZERO.
           05  VARIANCE-AMOUNT         PIC S9(9)V9(2) VALUE ZERO.
           05  VARIANCE-PERCENT        PIC S9(4)V9 VALUE ZERO.

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3) VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3) VALUE +55.
           05  LINE-COUNT              PIC S9(3) VALUE +99.

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH           PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL1-DAY             PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL1-YEAR            PIC 9(4).
           05  FILLER              PIC X(16)   VALUE SPACES.
           05  FILLER              PIC X(28)
               VALUE "BUDGET VERSUS ACTUAL SALES".
           05  FILLER              PIC X(19)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER     PIC ZZ9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS           PIC 9(2).
           05  FILLER              PIC X       VALUE ":".
           05  HL2-MINUTES         PIC 9(2).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "FISCAL YEAR: ".
           05  HL2-FISCAL-YEAR     PIC 9(4).
           05  FILLER              PIC X(7)    VALUE "  THRU ".
           05  HL2-MONTH-NAME      PIC X(9).
           05  FILLER              PIC X(17)   VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "RPT3801".
           05  FILLER              PIC X(50)   VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER PIC X(18) VALUE SPACES.
           05  FILLER PIC X(41)
               VALUE "  -------------- MONTH --------------".
           05  FILLER PIC X(44)
               VALUE "   --------------- YEAR TO DATE ------------".
           05  FILLER PIC X(27)
               VALUE "  ------ FULL YEAR ------".

       01  HEADING-LINE-4.
           05  FILLER PIC X(18) VALUE SPACES.
           05  FILLER PIC X(11) VALUE "    BUDGET ".
           05  FILLER PIC X(11) VALUE "    ACTUAL ".
           05  FILLER PIC X(11) VALUE "  VARIANCE ".
           05  FILLER PIC X(8)  VALUE "  VAR % ".
           05  FILLER PIC X(12) VALUE "     BUDGET ".
           05  FILLER PIC X(12) VALUE "     ACTUAL ".
           05  FILLER PIC X(12) VALUE "   VARIANCE ".
           05  FILLER PIC X(8)  VALUE "  VAR % ".
           05  FILLER PIC X(12) VALUE "     BUDGET ".
           05  FILLER PIC X(12) VALUE "  PROJECTED ".
           05  FILLER PIC X(3)  VALUE SPACES.

       01  REGION-HEADING-LINE.
           05  FILLER              PIC X(7)    VALUE "REGION ".
           05  RHL-REGION-NUMBER   PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RHL-REGION-NAME     PIC X(20).
           05  FILLER              PIC X(99)   VALUE SPACES.

       01  BRANCH-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  BHL-BRANCH-NUMBER   PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BHL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(97)   VALUE SPACES.

       01  SALESREP-HEADING-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "SALESREP ".
           05  SHL-SALESREP-NUMBER PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SHL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(93)   VALUE SPACES.

       01  BUDGET-LINE.
           05  BL-LABEL            PIC X(18).
           05  BL-MONTH-BUDGET     PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-MONTH-ACTUAL     PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-MONTH-VARIANCE   PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-MONTH-PERCENT-X  PIC X(7).
           05  BL-MONTH-PERCENT    REDEFINES BL-MONTH-PERCENT-X
                                   PIC ZZZ9.9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-YTD-BUDGET       PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-YTD-ACTUAL       PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-YTD-VARIANCE     PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-YTD-PERCENT-X    PIC X(7).
           05  BL-YTD-PERCENT      REDEFINES BL-YTD-PERCENT-X
                                   PIC ZZZ9.9-.
           05  FILLER              PIC X       VALUE SPACE.
           05  BL-YEAR-AREA.
               10  BL-YEAR-BUDGET  PIC ZZ,ZZZ,ZZ9-.
               10  FILLER          PIC X       VALUE SPACE.
               10  BL-PROJECTED    PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.

       000-PREPARE-BUDGET-REPORT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-MONTH TO HL1-MONTH
           MOVE CD-DAY TO HL1-DAY
           MOVE CD-YEAR TO HL1-YEAR
           MOVE CD-HOURS TO HL2-HOURS
           MOVE CD-MINUTES TO HL2-MINUTES

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 150-LOAD-BRANCH-REFERENCE
           PERFORM 180-LOAD-SALESREP-REFERENCE

           OPEN OUTPUT OUTPUT-RPT3800

           SORT ACTUAL-SORT-FILE
               ON ASCENDING KEY SA-CUSTOMER-NUMBER
               INPUT PROCEDURE 200-SELECT-YEAR-SALES
               OUTPUT PROCEDURE 300-ASSIGN-SALES-TO-REPS

           SORT REPORT-SORT-FILE
               ON ASCENDING KEY SB-REGION-NUMBER
                                SB-BRANCH-NUMBER
                                SB-SALESREP-NUMBER
               INPUT PROCEDURE 400-COMBINE-BUDGET-AND-ACTUAL
               OUTPUT PROCEDURE 500-PRINT-BUDGET-VARIANCE

           CLOSE OUTPUT-RPT3800
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE CD-YEAR TO SEL-FISCAL-YEAR
           ELSE
               IF PARM-TOKEN-1 (1:4) IS NUMERIC
               AND PARM-TOKEN-1 (5:6) = SPACES
                   MOVE PARM-TOKEN-1 (1:4) TO SEL-FISCAL-YEAR
               ELSE
                   DISPLAY "RPT3800 - INVALID FISCAL YEAR "
                       PARM-TOKEN-1
                   DISPLAY "RPT3800 - SUPPLY A YYYY YEAR "
                       "OR LEAVE BLANK FOR THE CURRENT YEAR"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-2 = SPACES
               IF SEL-FISCAL-YEAR = CD-YEAR
                   MOVE CD-MONTH TO SEL-THRU-MONTH
               ELSE
                   MOVE 12 TO SEL-THRU-MONTH
               END-IF
           ELSE
               IF PARM-TOKEN-2 (1:2) IS NUMERIC
               AND PARM-TOKEN-2 (3:8) = SPACES
               AND PARM-TOKEN-2 (1:2) NOT < "01"
               AND PARM-TOKEN-2 (1:2) NOT > "12"
                   MOVE PARM-TOKEN-2 (1:2) TO SEL-THRU-MONTH
               ELSE
                   DISPLAY "RPT3800 - INVALID REPORT MONTH "
                       PARM-TOKEN-2
                   DISPLAY "RPT3800 - SUPPLY A MONTH 01-12 "
                       "OR LEAVE BLANK FOR THE CURRENT MONTH"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SEL-FISCAL-YEAR TO HL2-FISCAL-YEAR
           MOVE MNT-MONTH-NAME (SEL-THRU-MONTH) TO HL2-MONTH-NAME.

       150-LOAD-BRANCH-REFERENCE.

           MOVE SPACES TO BRANCH-NAME-TABLE
           MOVE SPACES TO REGION-NAME-TABLE
           MOVE ZERO TO BRANCH-REGION-TABLE

           OPEN INPUT INPUT-BRCHTBL
           PERFORM 160-READ-BRANCH-REFERENCE
           PERFORM 170-LOAD-ONE-BRANCH-RECORD
               UNTIL BRCHTBL-EOF-SWITCH = "Y"
           CLOSE INPUT-BRCHTBL.

       160-READ-BRANCH-REFERENCE.

           READ INPUT-BRCHTBL
               AT END
                   MOVE "Y" TO BRCHTBL-EOF-SWITCH
           END-READ.

       170-LOAD-ONE-BRANCH-RECORD.

           IF BR-BRANCH-NUMBER > ZERO
               MOVE BR-BRANCH-NAME
                   TO BNT-BRANCH-NAME (BR-BRANCH-NUMBER)
               MOVE BR-REGION-NUMBER
                   TO BRT-REGION-NUMBER (BR-BRANCH-NUMBER)
               IF BR-REGION-NUMBER > ZERO
                   MOVE BR-REGION-NAME
                       TO RNT-REGION-NAME (BR-REGION-NUMBER)
               END-IF
           END-IF

           PERFORM 160-READ-BRANCH-REFERENCE.

       180-LOAD-SALESREP-REFERENCE.

           MOVE SPACES TO SALESREP-NAME-TABLE

           OPEN INPUT INPUT-SREPMAST
           PERFORM 185-READ-SALESREP-REFERENCE
           PERFORM 190-LOAD-ONE-SALESREP-RECORD
               UNTIL SREPMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-SREPMAST.

       185-READ-SALESREP-REFERENCE.

           READ INPUT-SREPMAST
               AT END
                   MOVE "Y" TO SREPMAST-EOF-SWITCH
           END-READ.

       190-LOAD-ONE-SALESREP-RECORD.

           IF SM-SALESREP-NUMBER > ZERO
               MOVE SM-SALESREP-NAME
                   TO SNT-SALESREP-NAME (SM-SALESREP-NUMBER)
           END-IF

           PERFORM 185-READ-SALESREP-REFERENCE.

       200-SELECT-YEAR-SALES.

           OPEN INPUT INPUT-INVHIST
           PERFORM 220-READ-HISTORY-RECORD
           PERFORM 210-RELEASE-ONE-SALE
               UNTIL INVHIST-EOF-SWITCH = "Y"
           CLOSE INPUT-INVHIST.

       210-RELEASE-ONE-SALE.

           ADD 1 TO HISTORY-READ-COUNT

           MOVE IH-INVOICE-DATE TO INVOICE-DATE-PARTS
           IF ID-YEAR = SEL-FISCAL-YEAR
           AND ID-MONTH > ZERO
           AND ID-MONTH NOT > SEL-THRU-MONTH
               MOVE IH-CUSTOMER-NUMBER TO SA-CUSTOMER-NUMBER
               MOVE IH-BRANCH-NUMBER TO SA-BRANCH-NUMBER
               MOVE ID-MONTH TO SA-MONTH
               IF IH-CREDIT-MEMO
                   COMPUTE SA-SALE-AMOUNT = ZERO - IH-SALE-AMOUNT
               ELSE
                   MOVE IH-SALE-AMOUNT TO SA-SALE-AMOUNT
               END-IF
               RELEASE ACTUAL-SORT-RECORD
               ADD 1 TO SELECTED-COUNT
           END-IF

           PERFORM 220-READ-HISTORY-RECORD.

       220-READ-HISTORY-RECORD.

           READ INPUT-INVHIST
               AT END
                   MOVE "Y" TO INVHIST-EOF-SWITCH
           END-READ.

       300-ASSIGN-SALES-TO-REPS.

           OPEN INPUT  INPUT-CUSTMAST
                OUTPUT WORK-BVAWORK

           PERFORM 360-READ-CUSTOMER-MASTER
           PERFORM 310-RETURN-SALE

           PERFORM 320-ASSIGN-NEXT-CUSTOMER
               UNTIL ACTUAL-SORT-EOF-SWITCH = "Y"

           CLOSE INPUT-CUSTMAST
                 WORK-BVAWORK.

       310-RETURN-SALE.

           RETURN ACTUAL-SORT-FILE
               AT END
                   MOVE "Y" TO ACTUAL-SORT-EOF-SWITCH
                   MOVE 99999 TO NEXT-SALE-CUSTOMER
           END-RETURN

           IF ACTUAL-SORT-EOF-SWITCH = "N"
               MOVE SA-CUSTOMER-NUMBER TO NEXT-SALE-CUSTOMER
           END-IF.

       320-ASSIGN-NEXT-CUSTOMER.

           IF CM-CUSTOMER-NUMBER < NEXT-SALE-CUSTOMER
               PERFORM 360-READ-CUSTOMER-MASTER
           ELSE
               MOVE ZERO TO CUSTOMER-ACTUALS
               MOVE NEXT-SALE-CUSTOMER TO HOLD-CUSTOMER-NUMBER
               IF CM-CUSTOMER-NUMBER = NEXT-SALE-CUSTOMER
                   MOVE CM-BRANCH-NUMBER TO BW-BRANCH-NUMBER
                   MOVE CM-SALESREP-NUMBER TO BW-SALESREP-NUMBER
               ELSE
                   MOVE SA-BRANCH-NUMBER TO BW-BRANCH-NUMBER
                   MOVE ZERO TO BW-SALESREP-NUMBER
               END-IF
               PERFORM 330-ACCUMULATE-ONE-SALE
                   UNTIL NEXT-SALE-CUSTOMER NOT = HOLD-CUSTOMER-NUMBER
               PERFORM 340-WRITE-CUSTOMER-ACTUALS
           END-IF.

       330-ACCUMULATE-ONE-SALE.

           ADD SA-SALE-AMOUNT TO CA-ACTUAL-AMOUNT (SA-MONTH)
           IF CM-CUSTOMER-NUMBER NOT = HOLD-CUSTOMER-NUMBER
               ADD 1 TO ORPHAN-SALE-COUNT
           END-IF

           PERFORM 310-RETURN-SALE.

       340-WRITE-CUSTOMER-ACTUALS.

           IF BW-BRANCH-NUMBER > ZERO
               MOVE BRT-REGION-NUMBER (BW-BRANCH-NUMBER)
                   TO BW-REGION-NUMBER
           ELSE
               MOVE ZERO TO BW-REGION-NUMBER
           END-IF

           PERFORM 345-MOVE-ONE-CUSTOMER-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12

           WRITE BUDGET-ACTUAL-WORK-RECORD.

       345-MOVE-ONE-CUSTOMER-MONTH.

           MOVE ZERO TO BW-BUDGET-AMOUNT (MONTH-SUB)
           MOVE CA-ACTUAL-AMOUNT (MONTH-SUB)
               TO BW-ACTUAL-AMOUNT (MONTH-SUB).

       360-READ-CUSTOMER-MASTER.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   MOVE 99999 TO CM-CUSTOMER-NUMBER
           END-READ.

       400-COMBINE-BUDGET-AND-ACTUAL.

           OPEN INPUT WORK-BVAWORK
           PERFORM 420-READ-WORK-RECORD
           PERFORM 410-RELEASE-ONE-ACTUAL
               UNTIL BVAWORK-EOF-SWITCH = "Y"
           CLOSE WORK-BVAWORK

           OPEN INPUT INPUT-BUDGMAST
           PERFORM 440-READ-BUDGET-MASTER
           PERFORM 430-RELEASE-ONE-BUDGET
               UNTIL BUDGMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-BUDGMAST.

       410-RELEASE-ONE-ACTUAL.

           MOVE BUDGET-ACTUAL-WORK-RECORD TO REPORT-SORT-RECORD
           RELEASE REPORT-SORT-RECORD

           PERFORM 420-READ-WORK-RECORD.

       420-READ-WORK-RECORD.

           READ WORK-BVAWORK
               AT END
                   MOVE "Y" TO BVAWORK-EOF-SWITCH
           END-READ.

       430-RELEASE-ONE-BUDGET.

           IF BG-FISCAL-YEAR = SEL-FISCAL-YEAR
               MOVE BG-BRANCH-NUMBER TO SB-BRANCH-NUMBER
               IF BG-BRANCH-NUMBER > ZERO
                   MOVE BRT-REGION-NUMBER (BG-BRANCH-NUMBER)
                       TO SB-REGION-NUMBER
               ELSE
                   MOVE ZERO TO SB-REGION-NUMBER
               END-IF
               MOVE BG-SALESREP-NUMBER TO SB-SALESREP-NUMBER
               PERFORM 435-MOVE-ONE-BUDGET-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               RELEASE REPORT-SORT-RECORD
               ADD 1 TO BUDGET-LINE-COUNT
           END-IF

           PERFORM 440-READ-BUDGET-MASTER.

       435-MOVE-ONE-BUDGET-MONTH.

           MOVE BG-MONTHLY-BUDGET (MONTH-SUB)
               TO SB-BUDGET-AMOUNT (MONTH-SUB)
           MOVE ZERO TO SB-ACTUAL-AMOUNT (MONTH-SUB).

       440-READ-BUDGET-MASTER.

           READ INPUT-BUDGMAST
               AT END
                   MOVE "Y" TO BUDGMAST-EOF-SWITCH
           END-READ.

       500-PRINT-BUDGET-VARIANCE.

           MOVE ZERO TO REP-AMOUNTS
           MOVE ZERO TO BRANCH-AMOUNTS
           MOVE ZERO TO REGION-AMOUNTS
           MOVE ZERO TO COMPANY-AMOUNTS

           PERFORM 510-RETURN-BUDGET-ACTUAL
           PERFORM 520-PROCESS-ONE-BUDGET-ACTUAL
               UNTIL REPORT-SORT-EOF-SWITCH = "Y"

           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 600-PRINT-SALESREP-TOTAL
               PERFORM 650-PRINT-BRANCH-TOTAL
               PERFORM 700-PRINT-REGION-TOTAL
           END-IF

           PERFORM 750-PRINT-COMPANY-TOTAL
           PERFORM 850-PRINT-CONTROL-TOTALS.

       510-RETURN-BUDGET-ACTUAL.

           RETURN REPORT-SORT-FILE
               AT END
                   MOVE "Y" TO REPORT-SORT-EOF-SWITCH
           END-RETURN.

       520-PROCESS-ONE-BUDGET-ACTUAL.

           IF FIRST-SORTED-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 560-START-REGION
               PERFORM 550-START-BRANCH
           ELSE
               IF SB-REGION-NUMBER NOT = HOLD-REGION-NUMBER
                   PERFORM 600-PRINT-SALESREP-TOTAL
                   PERFORM 650-PRINT-BRANCH-TOTAL
                   PERFORM 700-PRINT-REGION-TOTAL
                   PERFORM 560-START-REGION
                   PERFORM 550-START-BRANCH
               ELSE
                   IF SB-BRANCH-NUMBER NOT = HOLD-BRANCH-NUMBER
                       PERFORM 600-PRINT-SALESREP-TOTAL
                       PERFORM 650-PRINT-BRANCH-TOTAL
                       PERFORM 550-START-BRANCH
                   ELSE
                       IF SB-SALESREP-NUMBER
                           NOT = HOLD-SALESREP-NUMBER
                           PERFORM 600-PRINT-SALESREP-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE SB-SALESREP-NUMBER TO HOLD-SALESREP-NUMBER
           PERFORM 530-ADD-ONE-MONTH-TO-REP
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12

           PERFORM 510-RETURN-BUDGET-ACTUAL.

       530-ADD-ONE-MONTH-TO-REP.

           ADD SB-BUDGET-AMOUNT (MONTH-SUB)
               TO RA-BUDGET-AMOUNT (MONTH-SUB)
           ADD SB-ACTUAL-AMOUNT (MONTH-SUB)
               TO RA-ACTUAL-AMOUNT (MONTH-SUB).

       550-START-BRANCH.

           MOVE SB-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE HOLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER
           IF HOLD-BRANCH-NUMBER > ZERO
               MOVE BNT-BRANCH-NAME (HOLD-BRANCH-NUMBER)
                   TO BHL-BRANCH-NAME
           ELSE
               MOVE SPACES TO BHL-BRANCH-NAME
           END-IF
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       560-START-REGION.

           MOVE SB-REGION-NUMBER TO HOLD-REGION-NUMBER
           PERFORM 800-PRINT-HEADING-LINES.

       600-PRINT-SALESREP-TOTAL.

           IF LINE-COUNT + SEL-THRU-MONTH + 2 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE HOLD-SALESREP-NUMBER TO SHL-SALESREP-NUMBER
           EVALUATE TRUE
               WHEN HOLD-SALESREP-NUMBER = ZERO
                   MOVE "NO SALESREP" TO SHL-SALESREP-NAME
               WHEN SNT-SALESREP-NAME (HOLD-SALESREP-NUMBER)
                       = SPACES
                   MOVE "NOT ON SREPMAST" TO SHL-SALESREP-NAME
               WHEN OTHER
                   MOVE SNT-SALESREP-NAME (HOLD-SALESREP-NUMBER)
                       TO SHL-SALESREP-NAME
           END-EVALUATE
           MOVE SALESREP-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT

           MOVE REP-AMOUNTS TO PRINT-AMOUNTS
           MOVE ZERO TO YTD-BUDGET
           MOVE ZERO TO YTD-ACTUAL
           PERFORM 610-PRINT-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > SEL-THRU-MONTH

           MOVE SPACES TO BL-LABEL
           STRING "    REP " DELIMITED BY SIZE
                   HOLD-SALESREP-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO BL-LABEL
           PERFORM 770-WRITE-TOTAL-LINE

           PERFORM 620-ROLL-ONE-MONTH-TO-BRANCH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
           MOVE ZERO TO REP-AMOUNTS.

       610-PRINT-ONE-MONTH.

           MOVE PA-BUDGET-AMOUNT (MONTH-SUB) TO MONTH-BUDGET
           MOVE PA-ACTUAL-AMOUNT (MONTH-SUB) TO MONTH-ACTUAL
           ADD MONTH-BUDGET TO YTD-BUDGET
           ADD MONTH-ACTUAL TO YTD-ACTUAL

           MOVE SPACES TO BL-LABEL
           MOVE MNT-MONTH-NAME (MONTH-SUB) TO BL-LABEL (7:9)
           MOVE SPACES TO BL-YEAR-AREA
           PERFORM 780-FORMAT-VARIANCES
           PERFORM 790-WRITE-BUDGET-LINE.

       620-ROLL-ONE-MONTH-TO-BRANCH.

           ADD RA-BUDGET-AMOUNT (MONTH-SUB)
               TO BA-BUDGET-AMOUNT (MONTH-SUB)
           ADD RA-ACTUAL-AMOUNT (MONTH-SUB)
               TO BA-ACTUAL-AMOUNT (MONTH-SUB).

       650-PRINT-BRANCH-TOTAL.

           MOVE BRANCH-AMOUNTS TO PRINT-AMOUNTS
           MOVE SPACES TO BL-LABEL
           STRING "  BRANCH " DELIMITED BY SIZE
                   HOLD-BRANCH-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO BL-LABEL
           PERFORM 760-SUM-PRINT-AMOUNTS
           PERFORM 770-WRITE-TOTAL-LINE

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT

           PERFORM 660-ROLL-ONE-MONTH-TO-REGION
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
           MOVE ZERO TO BRANCH-AMOUNTS.

       660-ROLL-ONE-MONTH-TO-REGION.

           ADD BA-BUDGET-AMOUNT (MONTH-SUB)
               TO GA-BUDGET-AMOUNT (MONTH-SUB)
           ADD BA-ACTUAL-AMOUNT (MONTH-SUB)
               TO GA-ACTUAL-AMOUNT (MONTH-SUB).

       700-PRINT-REGION-TOTAL.

           MOVE REGION-AMOUNTS TO PRINT-AMOUNTS
           MOVE SPACES TO BL-LABEL
           STRING "REGION " DELIMITED BY SIZE
                   HOLD-REGION-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO BL-LABEL
           PERFORM 760-SUM-PRINT-AMOUNTS
           PERFORM 770-WRITE-TOTAL-LINE

           PERFORM 710-ROLL-ONE-MONTH-TO-COMPANY
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
           MOVE ZERO TO REGION-AMOUNTS.

       710-ROLL-ONE-MONTH-TO-COMPANY.

           ADD GA-BUDGET-AMOUNT (MONTH-SUB)
               TO TA-BUDGET-AMOUNT (MONTH-SUB)
           ADD GA-ACTUAL-AMOUNT (MONTH-SUB)
               TO TA-ACTUAL-AMOUNT (MONTH-SUB).

       750-PRINT-COMPANY-TOTAL.

           IF PAGE-COUNT = ZERO
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE COMPANY-AMOUNTS TO PRINT-AMOUNTS
           MOVE "ALL REGIONS" TO BL-LABEL
           PERFORM 760-SUM-PRINT-AMOUNTS
           PERFORM 770-WRITE-TOTAL-LINE.

       760-SUM-PRINT-AMOUNTS.

           MOVE ZERO TO YTD-BUDGET
           MOVE ZERO TO YTD-ACTUAL
           PERFORM 765-ADD-ONE-PRINT-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > SEL-THRU-MONTH.

       765-ADD-ONE-PRINT-MONTH.

           ADD PA-BUDGET-AMOUNT (MONTH-SUB) TO YTD-BUDGET
           ADD PA-ACTUAL-AMOUNT (MONTH-SUB) TO YTD-ACTUAL.

       770-WRITE-TOTAL-LINE.

           MOVE PA-BUDGET-AMOUNT (SEL-THRU-MONTH) TO MONTH-BUDGET
           MOVE PA-ACTUAL-AMOUNT (SEL-THRU-MONTH) TO MONTH-ACTUAL

           MOVE ZERO TO YEAR-BUDGET
           PERFORM 775-ADD-ONE-YEAR-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
           COMPUTE PROJECTED-ACTUAL ROUNDED =
               YTD-ACTUAL * 12 / SEL-THRU-MONTH
               ON SIZE ERROR
                   MOVE ZERO TO PROJECTED-ACTUAL
           END-COMPUTE

           PERFORM 780-FORMAT-VARIANCES
           MOVE YEAR-BUDGET TO BL-YEAR-BUDGET
           MOVE PROJECTED-ACTUAL TO BL-PROJECTED
           PERFORM 790-WRITE-BUDGET-LINE.

       775-ADD-ONE-YEAR-MONTH.

           ADD PA-BUDGET-AMOUNT (MONTH-SUB) TO YEAR-BUDGET.

       780-FORMAT-VARIANCES.

           MOVE MONTH-BUDGET TO BL-MONTH-BUDGET
           MOVE MONTH-ACTUAL TO BL-MONTH-ACTUAL
           COMPUTE VARIANCE-AMOUNT = MONTH-ACTUAL - MONTH-BUDGET
           MOVE VARIANCE-AMOUNT TO BL-MONTH-VARIANCE
           IF MONTH-BUDGET = ZERO
               MOVE SPACES TO BL-MONTH-PERCENT-X
           ELSE
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   VARIANCE-AMOUNT * 100 / MONTH-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIANCE-PERCENT
               END-COMPUTE
               MOVE VARIANCE-PERCENT TO BL-MONTH-PERCENT
           END-IF

           MOVE YTD-BUDGET TO BL-YTD-BUDGET
           MOVE YTD-ACTUAL TO BL-YTD-ACTUAL
           COMPUTE VARIANCE-AMOUNT = YTD-ACTUAL - YTD-BUDGET
           MOVE VARIANCE-AMOUNT TO BL-YTD-VARIANCE
           IF YTD-BUDGET = ZERO
               MOVE SPACES TO BL-YTD-PERCENT-X
           ELSE
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   VARIANCE-AMOUNT * 100 / YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIANCE-PERCENT
               END-COMPUTE
               MOVE VARIANCE-PERCENT TO BL-YTD-PERCENT
           END-IF.

       790-WRITE-BUDGET-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE BUDGET-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HOLD-REGION-NUMBER TO RHL-REGION-NUMBER
           IF HOLD-REGION-NUMBER > ZERO
               MOVE RNT-REGION-NAME (HOLD-REGION-NUMBER)
                   TO RHL-REGION-NAME
           ELSE
               MOVE SPACES TO RHL-REGION-NAME
           END-IF
           MOVE REGION-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-3 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-4 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE ZERO TO LINE-COUNT.

       850-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
                   HISTORY-READ-COUNT     DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "SELECTED FOR YEAR...: " DELIMITED BY SIZE
                   SELECTED-COUNT         DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "NOT ON CUSTMAST.....: " DELIMITED BY SIZE
                   ORPHAN-SALE-COUNT      DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "BUDGET LINES FOR YEAR: " DELIMITED BY SIZE
                   BUDGET-LINE-COUNT      DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA.
