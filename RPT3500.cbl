       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3500.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program prints the aged trial balance on
      *  RPT3501 from the open items PAYPST leaves on INVHIST and
      *  the open receivable balance CM-AR-BALANCE on CUSTMAST. The
      *  open amount of every invoice (IH-SALE-AMOUNT less
      *  IH-AMOUNT-APPLIED) is aged by days past due - invoice date
      *  plus the payment terms - into current, 30, 60, 90, and
      *  over-90 day buckets. Open credit memos and cash held on
      *  account are not aged; they print in the unapplied column,
      *  which is whatever part of CM-AR-BALANCE the open invoices
      *  do not explain, so each customer's balance column always
      *  equals the master. Customers are summarized in customer
      *  sequence against CUSTMAST, then re-sorted and printed by
      *  branch with branch and grand totals. History for customer
      *  numbers no longer on CUSTMAST is still aged and printed
      *  under the branch that booked it. The first command-line
      *  parameter is the as-of date (blank for today) and the
      *  second the payment terms in days (blank for 30).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-INVHIST     ASSIGN TO INVHIST.
           SELECT INPUT-CUSTMAST    ASSIGN TO CUSTMAST.
           SELECT INPUT-BRCHTBL     ASSIGN TO BRCHTBL.
           SELECT WORK-AGEBAL       ASSIGN TO AGEWORK.
           SELECT OUTPUT-RPT3500    ASSIGN TO RPT3501.
           SELECT AGE-SORT-FILE     ASSIGN TO SORTWORK.
           SELECT BALANCE-SORT-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-INVHIST.
           COPY INVHREC.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  WORK-AGEBAL.
       01  AGE-WORK-RECORD.
           05  AW-BRANCH-NUMBER        PIC 9(2).
           05  AW-CUSTOMER-NUMBER      PIC 9(5).
           05  AW-CUSTOMER-NAME        PIC X(20).
           05  AW-AGED-AMOUNTS.
               10  AW-AGED-AMOUNT      OCCURS 7 TIMES
                                       PIC S9(7)V9(2).
           05  FILLER                  PIC X(10).

       FD  OUTPUT-RPT3500.
       01  PRINT-AREA                  PIC X(130).

       SD  AGE-SORT-FILE.
       01  AGE-SORT-RECORD.
           05  SA-CUSTOMER-NUMBER      PIC 9(5).
           05  SA-BRANCH-NUMBER        PIC 9(2).
           05  SA-BUCKET               PIC 9.
           05  SA-OPEN-AMOUNT          PIC S9(7)V9(2).

       SD  BALANCE-SORT-FILE.
       01  BALANCE-SORT-RECORD.
           05  SB-BRANCH-NUMBER        PIC 9(2).
           05  SB-CUSTOMER-NUMBER      PIC 9(5).
           05  SB-CUSTOMER-NAME        PIC X(20).
           05  SB-AGED-AMOUNTS.
               10  SB-AGED-AMOUNT      OCCURS 7 TIMES
                                       PIC S9(7)V9(2).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  INVHIST-EOF-SWITCH      PIC X VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  AGE-SORT-EOF-SWITCH     PIC X VALUE "N".
           05  BALANCE-SORT-EOF-SWITCH PIC X VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X VALUE "Y".
               88  FIRST-SORTED-RECORD      VALUE "Y".

       01  AGING-FIELDS.
           05  AS-OF-DATE              PIC 9(8) VALUE ZERO.
           05  AS-OF-DATE-PARTS        REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR          PIC 9(4).
               10  AS-OF-MONTH         PIC 9(2).
               10  AS-OF-DAY           PIC 9(2).
           05  TERMS-DAYS              PIC S9(3) VALUE 30.
           05  AS-OF-DAY-INTEGER       PIC S9(9) VALUE ZERO.
           05  INVOICE-DAY-INTEGER     PIC S9(9) VALUE ZERO.
           05  DAYS-PAST-DUE           PIC S9(7) VALUE ZERO.
           05  ITEM-OPEN-AMOUNT        PIC S9(7)V9(2) VALUE ZERO.
           05  ITEM-APPLIED-AMOUNT     PIC S9(7)V9(2) VALUE ZERO.

       01  CONTROL-FIELDS.
           05  HOLD-CUSTOMER-NUMBER    PIC 9(5) VALUE ZERO.
           05  HOLD-BRANCH-NUMBER      PIC 9(2) VALUE ZERO.
           05  NEXT-ITEM-CUSTOMER      PIC 9(5) VALUE ZERO.
           05  BUCKET-SUB              PIC S9(3) VALUE ZERO.
           05  HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  OPEN-ITEM-COUNT         PIC 9(7) VALUE ZERO.
           05  CUSTOMERS-AGED-COUNT    PIC 9(7) VALUE ZERO.
           05  ORPHAN-CUSTOMER-COUNT   PIC 9(7) VALUE ZERO.
           05  MASTER-AR-TOTAL         PIC S9(9)V9(2) VALUE ZERO.
           05  ORPHAN-BALANCE-TOTAL    PIC S9(9)V9(2) VALUE ZERO.

       01  CUSTOMER-AGING-AMOUNTS.
           05  CA-AGED-AMOUNT          OCCURS 7 TIMES
                                       PIC S9(7)V9(2).

       01  BRANCH-AGING-AMOUNTS.
           05  BA-AGED-AMOUNT          OCCURS 7 TIMES
                                       PIC S9(9)V9(2).

       01  GRAND-AGING-AMOUNTS.
           05  GA-AGED-AMOUNT          OCCURS 7 TIMES
                                       PIC S9(9)V9(2).

       01  BRANCH-NAME-TABLE.
           05  BNT-BRANCH-NAME         OCCURS 99 TIMES PIC X(20).

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3) VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3) VALUE +55.
           05  LINE-COUNT              PIC S9(3) VALUE +99.

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE                 PIC 9(8).
           05  CD-DATE-PARTS           REDEFINES CD-DATE.
               10  CD-YEAR             PIC 9999.
               10  CD-MONTH            PIC 99.
               10  CD-DAY              PIC 99.
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
           05  FILLER              PIC X(29)
               VALUE "AGED TRIAL BALANCE BY BRANCH".
           05  FILLER              PIC X(18)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER     PIC ZZ9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS           PIC 9(2).
           05  FILLER              PIC X       VALUE ":".
           05  HL2-MINUTES         PIC 9(2).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "AS OF: ".
           05  HL2-AS-OF-MONTH     PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-AS-OF-DAY       PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-AS-OF-YEAR      PIC 9(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "TERMS NET ".
           05  HL2-TERMS-DAYS      PIC ZZ9.
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "RPT3501".
           05  FILLER              PIC X(59)   VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER PIC X(9)  VALUE "  CUST   ".
           05  FILLER PIC X(20) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(14) VALUE "       CURRENT".
           05  FILLER PIC X(14) VALUE "       30 DAYS".
           05  FILLER PIC X(14) VALUE "       60 DAYS".
           05  FILLER PIC X(14) VALUE "       90 DAYS".
           05  FILLER PIC X(14) VALUE "       OVER 90".
           05  FILLER PIC X(14) VALUE "     UNAPPLIED".
           05  FILLER PIC X(14) VALUE "       BALANCE".
           05  FILLER PIC X(3)  VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE ALL "-".
           05  HL4-COLUMN-RULE     OCCURS 7 TIMES.
               10  FILLER          PIC X(3)    VALUE SPACES.
               10  FILLER          PIC X(11)   VALUE ALL "-".
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  BRANCH-HEADING-LINE.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  BHL-BRANCH-NUMBER   PIC 99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BHL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(99)   VALUE SPACES.

       01  AGED-BALANCE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ABL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ABL-CUSTOMER-NAME   PIC X(20).
           05  ABL-COLUMN          OCCURS 7 TIMES.
               10  FILLER          PIC X       VALUE SPACE.
               10  ABL-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  AGED-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ATL-LABEL           PIC X(27).
           05  ATL-COLUMN          OCCURS 7 TIMES.
               10  FILLER          PIC X       VALUE SPACE.
               10  ATL-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACES.

       01  CONTROL-AMOUNT-LINE.
           05  CAL-LABEL           PIC X(28).
           05  CAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PREPARE-AGED-TRIAL-BALANCE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-MONTH TO HL1-MONTH
           MOVE CD-DAY TO HL1-DAY
           MOVE CD-YEAR TO HL1-YEAR
           MOVE CD-HOURS TO HL2-HOURS
           MOVE CD-MINUTES TO HL2-MINUTES

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 150-LOAD-BRANCH-REFERENCE

           OPEN OUTPUT OUTPUT-RPT3500

           SORT AGE-SORT-FILE
               ON ASCENDING KEY SA-CUSTOMER-NUMBER
               INPUT PROCEDURE 200-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE 300-BUILD-CUSTOMER-BALANCES

           SORT BALANCE-SORT-FILE
               ON ASCENDING KEY SB-BRANCH-NUMBER
                                SB-CUSTOMER-NUMBER
               USING WORK-AGEBAL
               OUTPUT PROCEDURE 500-PRINT-AGED-BALANCES

           CLOSE OUTPUT-RPT3500
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE CD-DATE TO AS-OF-DATE
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO AS-OF-DATE
               ELSE
                   DISPLAY "RPT3500 - INVALID AS-OF DATE "
                       PARM-TOKEN-1
                   DISPLAY "RPT3500 - SUPPLY A YYYYMMDD DATE "
                       "OR LEAVE BLANK FOR TODAY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-2 NOT = SPACES
               IF PARM-TOKEN-2 (1:3) IS NUMERIC
               AND PARM-TOKEN-2 (4:7) = SPACES
                   MOVE PARM-TOKEN-2 (1:3) TO TERMS-DAYS
               ELSE
                   DISPLAY "RPT3500 - INVALID PAYMENT TERMS "
                       PARM-TOKEN-2
                   DISPLAY "RPT3500 - SUPPLY 3 DIGITS OF DAYS "
                       "OR LEAVE BLANK FOR 30"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE AS-OF-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           MOVE AS-OF-MONTH TO HL2-AS-OF-MONTH
           MOVE AS-OF-DAY TO HL2-AS-OF-DAY
           MOVE AS-OF-YEAR TO HL2-AS-OF-YEAR
           MOVE TERMS-DAYS TO HL2-TERMS-DAYS.

       150-LOAD-BRANCH-REFERENCE.

           MOVE SPACES TO BRANCH-NAME-TABLE

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
           END-IF

           PERFORM 160-READ-BRANCH-REFERENCE.

       200-SELECT-OPEN-ITEMS.

           OPEN INPUT INPUT-INVHIST
           PERFORM 220-READ-HISTORY-RECORD
           PERFORM 210-RELEASE-ONE-OPEN-ITEM
               UNTIL INVHIST-EOF-SWITCH = "Y"
           CLOSE INPUT-INVHIST.

       210-RELEASE-ONE-OPEN-ITEM.

           ADD 1 TO HISTORY-READ-COUNT

           IF IH-AMOUNT-APPLIED IS NUMERIC
               MOVE IH-AMOUNT-APPLIED TO ITEM-APPLIED-AMOUNT
           ELSE
               MOVE ZERO TO ITEM-APPLIED-AMOUNT
           END-IF
           COMPUTE ITEM-OPEN-AMOUNT =
               IH-SALE-AMOUNT - ITEM-APPLIED-AMOUNT

           IF ITEM-OPEN-AMOUNT > ZERO
               MOVE IH-CUSTOMER-NUMBER TO SA-CUSTOMER-NUMBER
               MOVE IH-BRANCH-NUMBER TO SA-BRANCH-NUMBER
               IF IH-CREDIT-MEMO
                   MOVE 6 TO SA-BUCKET
                   COMPUTE SA-OPEN-AMOUNT = ZERO - ITEM-OPEN-AMOUNT
               ELSE
                   PERFORM 230-SET-AGING-BUCKET
                   MOVE ITEM-OPEN-AMOUNT TO SA-OPEN-AMOUNT
               END-IF
               RELEASE AGE-SORT-RECORD
               ADD 1 TO OPEN-ITEM-COUNT
           END-IF

           PERFORM 220-READ-HISTORY-RECORD.

       220-READ-HISTORY-RECORD.

           READ INPUT-INVHIST
               AT END
                   MOVE "Y" TO INVHIST-EOF-SWITCH
           END-READ.

       230-SET-AGING-BUCKET.

           COMPUTE INVOICE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (IH-INVOICE-DATE)
           COMPUTE DAYS-PAST-DUE =
               AS-OF-DAY-INTEGER - INVOICE-DAY-INTEGER - TERMS-DAYS

           EVALUATE TRUE
               WHEN DAYS-PAST-DUE NOT > ZERO
                   MOVE 1 TO SA-BUCKET
               WHEN DAYS-PAST-DUE NOT > 30
                   MOVE 2 TO SA-BUCKET
               WHEN DAYS-PAST-DUE NOT > 60
                   MOVE 3 TO SA-BUCKET
               WHEN DAYS-PAST-DUE NOT > 90
                   MOVE 4 TO SA-BUCKET
               WHEN OTHER
                   MOVE 5 TO SA-BUCKET
           END-EVALUATE.

       300-BUILD-CUSTOMER-BALANCES.

           OPEN INPUT  INPUT-CUSTMAST
                OUTPUT WORK-AGEBAL

           PERFORM 420-READ-CUSTOMER-MASTER
           PERFORM 310-RETURN-OPEN-ITEM

           PERFORM 320-AGE-NEXT-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               AND   AGE-SORT-EOF-SWITCH = "Y"

           CLOSE INPUT-CUSTMAST
                 WORK-AGEBAL.

       310-RETURN-OPEN-ITEM.

           RETURN AGE-SORT-FILE
               AT END
                   MOVE "Y" TO AGE-SORT-EOF-SWITCH
                   MOVE 99999 TO NEXT-ITEM-CUSTOMER
           END-RETURN

           IF AGE-SORT-EOF-SWITCH = "N"
               MOVE SA-CUSTOMER-NUMBER TO NEXT-ITEM-CUSTOMER
           END-IF.

       320-AGE-NEXT-CUSTOMER.

           PERFORM 330-ZERO-ONE-CUSTOMER-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7

           IF CM-CUSTOMER-NUMBER NOT > NEXT-ITEM-CUSTOMER
               MOVE CM-CUSTOMER-NUMBER TO HOLD-CUSTOMER-NUMBER
               PERFORM 340-ACCUMULATE-ONE-ITEM
                   UNTIL NEXT-ITEM-CUSTOMER NOT = HOLD-CUSTOMER-NUMBER
               PERFORM 350-FINISH-MASTER-CUSTOMER
               PERFORM 420-READ-CUSTOMER-MASTER
           ELSE
               MOVE NEXT-ITEM-CUSTOMER TO HOLD-CUSTOMER-NUMBER
               MOVE SA-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER
               PERFORM 340-ACCUMULATE-ONE-ITEM
                   UNTIL NEXT-ITEM-CUSTOMER NOT = HOLD-CUSTOMER-NUMBER
               PERFORM 360-FINISH-ORPHAN-CUSTOMER
           END-IF.

       330-ZERO-ONE-CUSTOMER-BUCKET.

           MOVE ZERO TO CA-AGED-AMOUNT (BUCKET-SUB).

       340-ACCUMULATE-ONE-ITEM.

           ADD SA-OPEN-AMOUNT TO CA-AGED-AMOUNT (SA-BUCKET)

           PERFORM 310-RETURN-OPEN-ITEM.

       350-FINISH-MASTER-CUSTOMER.

           IF CM-AR-BALANCE NOT NUMERIC
               MOVE ZERO TO CM-AR-BALANCE
           END-IF

           MOVE CM-AR-BALANCE TO CA-AGED-AMOUNT (7)
           COMPUTE CA-AGED-AMOUNT (6) =
               CA-AGED-AMOUNT (7) - CA-AGED-AMOUNT (1)
                                  - CA-AGED-AMOUNT (2)
                                  - CA-AGED-AMOUNT (3)
                                  - CA-AGED-AMOUNT (4)
                                  - CA-AGED-AMOUNT (5)
           ADD CM-AR-BALANCE TO MASTER-AR-TOTAL

           IF CA-AGED-AMOUNT (7) NOT = ZERO
           OR CA-AGED-AMOUNT (6) NOT = ZERO
               MOVE CM-BRANCH-NUMBER TO AW-BRANCH-NUMBER
               MOVE CM-CUSTOMER-NAME TO AW-CUSTOMER-NAME
               PERFORM 370-WRITE-AGED-BALANCE
           END-IF.

       360-FINISH-ORPHAN-CUSTOMER.

           COMPUTE CA-AGED-AMOUNT (7) =
               CA-AGED-AMOUNT (1) + CA-AGED-AMOUNT (2)
             + CA-AGED-AMOUNT (3) + CA-AGED-AMOUNT (4)
             + CA-AGED-AMOUNT (5) + CA-AGED-AMOUNT (6)
           ADD CA-AGED-AMOUNT (7) TO ORPHAN-BALANCE-TOTAL
           ADD 1 TO ORPHAN-CUSTOMER-COUNT

           MOVE HOLD-BRANCH-NUMBER TO AW-BRANCH-NUMBER
           MOVE "** NOT ON CUSTMAST **" TO AW-CUSTOMER-NAME
           PERFORM 370-WRITE-AGED-BALANCE.

       370-WRITE-AGED-BALANCE.

           MOVE HOLD-CUSTOMER-NUMBER TO AW-CUSTOMER-NUMBER
           MOVE CUSTOMER-AGING-AMOUNTS TO AW-AGED-AMOUNTS
           WRITE AGE-WORK-RECORD
           ADD 1 TO CUSTOMERS-AGED-COUNT.

       420-READ-CUSTOMER-MASTER.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   MOVE 99999 TO CM-CUSTOMER-NUMBER
           END-READ.

       500-PRINT-AGED-BALANCES.

           PERFORM 530-ZERO-ONE-TOTAL-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7

           PERFORM 510-RETURN-AGED-BALANCE
           PERFORM 520-PRINT-ONE-CUSTOMER
               UNTIL BALANCE-SORT-EOF-SWITCH = "Y"

           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 600-PRINT-BRANCH-TOTAL
           END-IF

           PERFORM 650-PRINT-GRAND-TOTAL
           PERFORM 700-PRINT-CONTROL-TOTALS.

       510-RETURN-AGED-BALANCE.

           RETURN BALANCE-SORT-FILE
               AT END
                   MOVE "Y" TO BALANCE-SORT-EOF-SWITCH
           END-RETURN.

       520-PRINT-ONE-CUSTOMER.

           IF FIRST-SORTED-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 540-START-BRANCH
           ELSE
               IF SB-BRANCH-NUMBER NOT = HOLD-BRANCH-NUMBER
                   PERFORM 600-PRINT-BRANCH-TOTAL
                   PERFORM 540-START-BRANCH
               END-IF
           END-IF

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 560-PRINT-HEADING-LINES
           END-IF

           MOVE SB-CUSTOMER-NUMBER TO ABL-CUSTOMER-NUMBER
           MOVE SB-CUSTOMER-NAME TO ABL-CUSTOMER-NAME
           PERFORM 550-ADD-ONE-CUSTOMER-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7
           MOVE AGED-BALANCE-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT

           PERFORM 510-RETURN-AGED-BALANCE.

       530-ZERO-ONE-TOTAL-BUCKET.

           MOVE ZERO TO GA-AGED-AMOUNT (BUCKET-SUB).

       540-START-BRANCH.

           MOVE SB-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER
           PERFORM 545-ZERO-ONE-BRANCH-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7
           PERFORM 560-PRINT-HEADING-LINES.

       545-ZERO-ONE-BRANCH-BUCKET.

           MOVE ZERO TO BA-AGED-AMOUNT (BUCKET-SUB).

       550-ADD-ONE-CUSTOMER-BUCKET.

           MOVE SB-AGED-AMOUNT (BUCKET-SUB) TO ABL-AMOUNT (BUCKET-SUB)
           ADD SB-AGED-AMOUNT (BUCKET-SUB)
               TO BA-AGED-AMOUNT (BUCKET-SUB)
           ADD SB-AGED-AMOUNT (BUCKET-SUB)
               TO GA-AGED-AMOUNT (BUCKET-SUB).

       560-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HOLD-BRANCH-NUMBER TO BHL-BRANCH-NUMBER
           IF HOLD-BRANCH-NUMBER > ZERO
               MOVE BNT-BRANCH-NAME (HOLD-BRANCH-NUMBER)
                   TO BHL-BRANCH-NAME
           ELSE
               MOVE SPACES TO BHL-BRANCH-NAME
           END-IF
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-3 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-4 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE ZERO TO LINE-COUNT.

       600-PRINT-BRANCH-TOTAL.

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO ATL-LABEL
           STRING "BRANCH " DELIMITED BY SIZE
                   HOLD-BRANCH-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO ATL-LABEL
           PERFORM 610-MOVE-ONE-BRANCH-TOTAL
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7
           MOVE AGED-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           ADD 3 TO LINE-COUNT.

       610-MOVE-ONE-BRANCH-TOTAL.

           MOVE BA-AGED-AMOUNT (BUCKET-SUB) TO ATL-AMOUNT (BUCKET-SUB).

       650-PRINT-GRAND-TOTAL.

           MOVE "ALL BRANCHES TOTAL" TO ATL-LABEL
           PERFORM 660-MOVE-ONE-GRAND-TOTAL
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 7
           MOVE AGED-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       660-MOVE-ONE-GRAND-TOTAL.

           MOVE GA-AGED-AMOUNT (BUCKET-SUB) TO ATL-AMOUNT (BUCKET-SUB).

       700-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
                   HISTORY-READ-COUNT     DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "OPEN ITEMS AGED.....: " DELIMITED BY SIZE
                   OPEN-ITEM-COUNT        DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "CUSTOMERS LISTED....: " DELIMITED BY SIZE
                   CUSTOMERS-AGED-COUNT   DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "NOT ON CUSTMAST.....: " DELIMITED BY SIZE
                   ORPHAN-CUSTOMER-COUNT  DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "AR BALANCE PER CUSTMAST..: " TO CAL-LABEL
           MOVE MASTER-AR-TOTAL TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "OPEN ITEMS NOT ON CUSTMAST: " TO CAL-LABEL
           MOVE ORPHAN-BALANCE-TOTAL TO CAL-AMOUNT
           MOVE CONTROL-AMOUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA.
