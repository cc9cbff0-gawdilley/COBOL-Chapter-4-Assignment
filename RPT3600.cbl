       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3600.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program prints the product-line sales
      *  analysis on RPT3601 from the invoice history file INVHIST.
      *  Each posted invoice and credit memo in the period is looked
      *  up on the item master ITEMMAST for its product line and on
      *  BRCHTBL for the region of the branch that booked it, then
      *  sorted by region, branch, and product line. For every
      *  product line within a branch the report shows the number of
      *  invoices, net units, net sales dollars, and the average
      *  selling price (dollars over units), with branch, region,
      *  and grand totals. Credit memos reduce dollars and units.
      *  History with no item code - everything posted before items
      *  were carried - and items no longer on ITEMMAST roll up on an
      *  UNCLASSIFIED line at the end of each branch so the totals
      *  still agree with the posted sales. The two command-line
      *  parameters are the from and thru invoice dates (yyyymmdd);
      *  leave both blank for the current year to date.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-INVHIST  ASSIGN TO INVHIST.
           SELECT INPUT-ITEMMAST ASSIGN TO ITEMMAST.
           SELECT INPUT-BRCHTBL  ASSIGN TO BRCHTBL.
           SELECT OUTPUT-RPT3600 ASSIGN TO RPT3601.
           SELECT SORT-FILE      ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-INVHIST.
           COPY INVHREC.

       FD  INPUT-ITEMMAST.
           COPY ITEMREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  OUTPUT-RPT3600.
       01  PRINT-AREA                  PIC X(130).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-REGION-NUMBER        PIC 9(2).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-PRODUCT-LINE         PIC X(4).
           05  SR-SALE-AMOUNT          PIC S9(5)V9(2).
           05  SR-UNITS-SOLD           PIC S9(5).
           05  SR-INVOICE-COUNT        PIC 9.

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  INVHIST-EOF-SWITCH      PIC X VALUE "N".
           05  ITEMMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X VALUE "Y".
               88  FIRST-SORTED-RECORD      VALUE "Y".
           05  ITEM-FOUND-SWITCH       PIC X VALUE "N".
               88  ITEM-FOUND               VALUE "Y".

       01  COUNT-FIELDS.
           05  HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  SELECTED-COUNT          PIC 9(7) VALUE ZERO.
           05  NO-ITEM-CODE-COUNT      PIC 9(7) VALUE ZERO.
           05  UNKNOWN-ITEM-COUNT      PIC 9(7) VALUE ZERO.

       01  SELECTION-FIELDS.
           05  SEL-FROM-DATE           PIC 9(8) VALUE ZERO.
           05  SEL-FROM-PARTS          REDEFINES SEL-FROM-DATE.
               10  SEL-FROM-YEAR       PIC 9(4).
               10  SEL-FROM-MONTH      PIC 9(2).
               10  SEL-FROM-DAY        PIC 9(2).
           05  SEL-THRU-DATE           PIC 9(8) VALUE ZERO.
           05  SEL-THRU-PARTS          REDEFINES SEL-THRU-DATE.
               10  SEL-THRU-YEAR       PIC 9(4).
               10  SEL-THRU-MONTH      PIC 9(2).
               10  SEL-THRU-DAY        PIC 9(2).

       01  ITEM-LOOKUP-FIELDS.
           05  ITEM-SUB                PIC S9(4) VALUE ZERO.
           05  MATCHED-ITEM-SUB        PIC S9(4) VALUE ZERO.
           05  ITEM-COUNT              PIC S9(4) VALUE ZERO.

       01  ITEM-TABLE.
           05  ITEM-ENTRY              OCCURS 999 TIMES.
               10  ITT-ITEM-CODE       PIC X(8).
               10  ITT-PRODUCT-LINE    PIC X(4).

       01  BRANCH-NAME-TABLE.
           05  BNT-BRANCH-NAME         OCCURS 99 TIMES PIC X(20).

       01  REGION-NAME-TABLE.
           05  RNT-REGION-NAME         OCCURS 99 TIMES PIC X(20).

       01  BRANCH-REGION-TABLE.
           05  BRT-REGION-NUMBER       OCCURS 99 TIMES PIC 9(2).

       01  CONTROL-FIELDS.
           05  HOLD-REGION-NUMBER      PIC 9(2) VALUE ZERO.
           05  HOLD-BRANCH-NUMBER      PIC 9(2) VALUE ZERO.
           05  HOLD-PRODUCT-LINE       PIC X(4) VALUE SPACES.

       01  TOTAL-FIELDS.
           05  LINE-TOTAL-SALES        PIC S9(9)V99 VALUE ZERO.
           05  LINE-TOTAL-UNITS        PIC S9(9)    VALUE ZERO.
           05  LINE-TOTAL-INVOICES     PIC S9(7)    VALUE ZERO.
           05  BRANCH-TOTAL-SALES      PIC S9(9)V99 VALUE ZERO.
           05  BRANCH-TOTAL-UNITS      PIC S9(9)    VALUE ZERO.
           05  BRANCH-TOTAL-INVOICES   PIC S9(7)    VALUE ZERO.
           05  REGION-TOTAL-SALES      PIC S9(9)V99 VALUE ZERO.
           05  REGION-TOTAL-UNITS      PIC S9(9)    VALUE ZERO.
           05  REGION-TOTAL-INVOICES   PIC S9(7)    VALUE ZERO.
           05  GRAND-TOTAL-SALES       PIC S9(9)V99 VALUE ZERO.
           05  GRAND-TOTAL-UNITS       PIC S9(9)    VALUE ZERO.
           05  GRAND-TOTAL-INVOICES    PIC S9(7)    VALUE ZERO.

       01  CALCULATED-FIELDS.
           05  PRINT-TOTAL-SALES       PIC S9(9)V99 VALUE ZERO.
           05  PRINT-TOTAL-UNITS       PIC S9(9)    VALUE ZERO.
           05  PRINT-TOTAL-INVOICES    PIC S9(7)    VALUE ZERO.
           05  AVERAGE-PRICE           PIC S9(7)V99 VALUE ZERO.

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
               VALUE "SALES BY PRODUCT LINE".
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
           05  FILLER              PIC X(8)    VALUE "PERIOD: ".
           05  HL2-FROM-MONTH      PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-FROM-DAY        PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-FROM-YEAR       PIC 9(4).
           05  FILLER              PIC X(6)    VALUE " THRU ".
           05  HL2-THRU-MONTH      PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-THRU-DAY        PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL2-THRU-YEAR       PIC 9(4).
           05  FILLER              PIC X(15)   VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "RPT3601".
           05  FILLER              PIC X(51)   VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER PIC X(34) VALUE "    PRODUCT LINE".
           05  FILLER PIC X(11) VALUE "   INVOICES".
           05  FILLER PIC X(16) VALUE "           UNITS".
           05  FILLER PIC X(19) VALUE "      SALES DOLLARS".
           05  FILLER PIC X(17) VALUE "    AVERAGE PRICE".
           05  FILLER PIC X(33) VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE ALL "-".
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE ALL "-".
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE ALL "-".
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE ALL "-".
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE ALL "-".
           05  FILLER              PIC X(33)   VALUE SPACES.

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

       01  SALES-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-INVOICE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-UNITS-SOLD       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-SALES-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-AVERAGE-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PREPARE-PRODUCT-LINE-REPORT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-MONTH TO HL1-MONTH
           MOVE CD-DAY TO HL1-DAY
           MOVE CD-YEAR TO HL1-YEAR
           MOVE CD-HOURS TO HL2-HOURS
           MOVE CD-MINUTES TO HL2-MINUTES

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 150-LOAD-BRANCH-REFERENCE
           PERFORM 180-LOAD-ITEM-REFERENCE

           OPEN OUTPUT OUTPUT-RPT3600

           SORT SORT-FILE
               ON ASCENDING KEY SR-REGION-NUMBER
                                SR-BRANCH-NUMBER
                                SR-PRODUCT-LINE
               INPUT PROCEDURE 200-SELECT-PERIOD-SALES
               OUTPUT PROCEDURE 300-PRINT-PRODUCT-LINES

           CLOSE OUTPUT-RPT3600
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
           AND PARM-TOKEN-2 = SPACES
               MOVE CD-YEAR TO SEL-FROM-YEAR
               MOVE 01 TO SEL-FROM-MONTH
               MOVE 01 TO SEL-FROM-DAY
               MOVE CD-YEAR TO SEL-THRU-YEAR
               MOVE CD-MONTH TO SEL-THRU-MONTH
               MOVE CD-DAY TO SEL-THRU-DAY
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
               AND PARM-TOKEN-2 (1:8) IS NUMERIC
               AND PARM-TOKEN-2 (9:2) = SPACES
               AND PARM-TOKEN-1 (1:8) NOT > PARM-TOKEN-2 (1:8)
                   MOVE PARM-TOKEN-1 (1:8) TO SEL-FROM-DATE
                   MOVE PARM-TOKEN-2 (1:8) TO SEL-THRU-DATE
               ELSE
                   DISPLAY "RPT3600 - INVALID PERIOD " PARM-TOKEN-1
                       " " PARM-TOKEN-2
                   DISPLAY "RPT3600 - SUPPLY FROM AND THRU DATES "
                       "YYYYMMDD OR LEAVE BLANK FOR YEAR TO DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SEL-FROM-MONTH TO HL2-FROM-MONTH
           MOVE SEL-FROM-DAY TO HL2-FROM-DAY
           MOVE SEL-FROM-YEAR TO HL2-FROM-YEAR
           MOVE SEL-THRU-MONTH TO HL2-THRU-MONTH
           MOVE SEL-THRU-DAY TO HL2-THRU-DAY
           MOVE SEL-THRU-YEAR TO HL2-THRU-YEAR.

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
           END-IF
           IF BR-REGION-NUMBER > ZERO
               MOVE BR-REGION-NAME
                   TO RNT-REGION-NAME (BR-REGION-NUMBER)
           END-IF

           PERFORM 160-READ-BRANCH-REFERENCE.

       180-LOAD-ITEM-REFERENCE.

           MOVE ZERO TO ITEM-COUNT

           OPEN INPUT INPUT-ITEMMAST
           PERFORM 190-READ-ITEM-MASTER
           PERFORM 195-LOAD-ONE-ITEM
               UNTIL ITEMMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-ITEMMAST.

       190-READ-ITEM-MASTER.

           READ INPUT-ITEMMAST
               AT END
                   MOVE "Y" TO ITEMMAST-EOF-SWITCH
           END-READ.

       195-LOAD-ONE-ITEM.

           IF IT-ITEM-CODE NOT = SPACES
               IF ITEM-COUNT < 999
                   ADD 1 TO ITEM-COUNT
                   MOVE IT-ITEM-CODE TO ITT-ITEM-CODE (ITEM-COUNT)
                   MOVE IT-PRODUCT-LINE
                       TO ITT-PRODUCT-LINE (ITEM-COUNT)
               ELSE
                   DISPLAY "RPT3600 - ITEM MASTER HAS MORE THAN "
                       "999 ITEMS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 190-READ-ITEM-MASTER.

       200-SELECT-PERIOD-SALES.

           OPEN INPUT INPUT-INVHIST
           PERFORM 220-READ-HISTORY-RECORD
           PERFORM 210-RELEASE-ONE-SALE
               UNTIL INVHIST-EOF-SWITCH = "Y"
           CLOSE INPUT-INVHIST.

       210-RELEASE-ONE-SALE.

           ADD 1 TO HISTORY-READ-COUNT

           IF IH-INVOICE-DATE NOT < SEL-FROM-DATE
           AND IH-INVOICE-DATE NOT > SEL-THRU-DATE
               MOVE IH-BRANCH-NUMBER TO SR-BRANCH-NUMBER
               IF IH-BRANCH-NUMBER > ZERO
                   MOVE BRT-REGION-NUMBER (IH-BRANCH-NUMBER)
                       TO SR-REGION-NUMBER
               ELSE
                   MOVE ZERO TO SR-REGION-NUMBER
               END-IF
               PERFORM 230-SET-PRODUCT-LINE
               IF IH-CREDIT-MEMO
                   COMPUTE SR-SALE-AMOUNT = ZERO - IH-SALE-AMOUNT
                   COMPUTE SR-UNITS-SOLD = ZERO - IH-UNITS-SOLD
                   MOVE ZERO TO SR-INVOICE-COUNT
               ELSE
                   MOVE IH-SALE-AMOUNT TO SR-SALE-AMOUNT
                   MOVE IH-UNITS-SOLD TO SR-UNITS-SOLD
                   MOVE 1 TO SR-INVOICE-COUNT
               END-IF
               RELEASE SORT-RECORD
               ADD 1 TO SELECTED-COUNT
           END-IF

           PERFORM 220-READ-HISTORY-RECORD.

       220-READ-HISTORY-RECORD.

           READ INPUT-INVHIST
               AT END
                   MOVE "Y" TO INVHIST-EOF-SWITCH
           END-READ.

       230-SET-PRODUCT-LINE.

           MOVE HIGH-VALUES TO SR-PRODUCT-LINE

           IF IH-ITEM-CODE = SPACES
           OR IH-ITEM-CODE = LOW-VALUES
               ADD 1 TO NO-ITEM-CODE-COUNT
           ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               MOVE ZERO TO MATCHED-ITEM-SUB
               PERFORM 235-MATCH-ONE-ITEM
                   VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-COUNT
                   OR ITEM-FOUND
               IF ITEM-FOUND
                   MOVE ITT-PRODUCT-LINE (MATCHED-ITEM-SUB)
                       TO SR-PRODUCT-LINE
               ELSE
                   ADD 1 TO UNKNOWN-ITEM-COUNT
               END-IF
           END-IF.

       235-MATCH-ONE-ITEM.

           IF IH-ITEM-CODE = ITT-ITEM-CODE (ITEM-SUB)
               SET ITEM-FOUND TO TRUE
               MOVE ITEM-SUB TO MATCHED-ITEM-SUB
           END-IF.

       300-PRINT-PRODUCT-LINES.

           PERFORM 310-RETURN-SORTED-SALE
           PERFORM 320-PROCESS-ONE-SALE
               UNTIL SORT-EOF-SWITCH = "Y"

           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 400-PRINT-LINE-TOTAL
               PERFORM 500-PRINT-BRANCH-TOTAL
               PERFORM 600-PRINT-REGION-TOTAL
           END-IF

           PERFORM 700-PRINT-GRAND-TOTAL
           PERFORM 850-PRINT-CONTROL-TOTALS.

       310-RETURN-SORTED-SALE.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       320-PROCESS-ONE-SALE.

           IF FIRST-SORTED-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 360-START-REGION
               PERFORM 350-START-BRANCH
           ELSE
               IF SR-REGION-NUMBER NOT = HOLD-REGION-NUMBER
                   PERFORM 400-PRINT-LINE-TOTAL
                   PERFORM 500-PRINT-BRANCH-TOTAL
                   PERFORM 600-PRINT-REGION-TOTAL
                   PERFORM 360-START-REGION
                   PERFORM 350-START-BRANCH
               ELSE
                   IF SR-BRANCH-NUMBER NOT = HOLD-BRANCH-NUMBER
                       PERFORM 400-PRINT-LINE-TOTAL
                       PERFORM 500-PRINT-BRANCH-TOTAL
                       PERFORM 350-START-BRANCH
                   ELSE
                       IF SR-PRODUCT-LINE NOT = HOLD-PRODUCT-LINE
                           PERFORM 400-PRINT-LINE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE SR-PRODUCT-LINE TO HOLD-PRODUCT-LINE
           ADD SR-SALE-AMOUNT TO LINE-TOTAL-SALES
           ADD SR-UNITS-SOLD TO LINE-TOTAL-UNITS
           ADD SR-INVOICE-COUNT TO LINE-TOTAL-INVOICES

           PERFORM 310-RETURN-SORTED-SALE.

       350-START-BRANCH.

           MOVE SR-BRANCH-NUMBER TO HOLD-BRANCH-NUMBER

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

       360-START-REGION.

           MOVE SR-REGION-NUMBER TO HOLD-REGION-NUMBER
           PERFORM 800-PRINT-HEADING-LINES.

       400-PRINT-LINE-TOTAL.

           IF HOLD-PRODUCT-LINE = HIGH-VALUES
               MOVE "UNCLASSIFIED" TO SL-LABEL
           ELSE
               MOVE HOLD-PRODUCT-LINE TO SL-LABEL
           END-IF
           MOVE LINE-TOTAL-SALES TO PRINT-TOTAL-SALES
           MOVE LINE-TOTAL-UNITS TO PRINT-TOTAL-UNITS
           MOVE LINE-TOTAL-INVOICES TO PRINT-TOTAL-INVOICES
           PERFORM 750-WRITE-SALES-LINE

           ADD LINE-TOTAL-SALES TO BRANCH-TOTAL-SALES
           ADD LINE-TOTAL-UNITS TO BRANCH-TOTAL-UNITS
           ADD LINE-TOTAL-INVOICES TO BRANCH-TOTAL-INVOICES
           MOVE ZERO TO LINE-TOTAL-SALES
           MOVE ZERO TO LINE-TOTAL-UNITS
           MOVE ZERO TO LINE-TOTAL-INVOICES.

       500-PRINT-BRANCH-TOTAL.

           MOVE SPACES TO SL-LABEL
           STRING "BRANCH " DELIMITED BY SIZE
                   HOLD-BRANCH-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO SL-LABEL
           MOVE BRANCH-TOTAL-SALES TO PRINT-TOTAL-SALES
           MOVE BRANCH-TOTAL-UNITS TO PRINT-TOTAL-UNITS
           MOVE BRANCH-TOTAL-INVOICES TO PRINT-TOTAL-INVOICES
           PERFORM 750-WRITE-SALES-LINE

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT

           ADD BRANCH-TOTAL-SALES TO REGION-TOTAL-SALES
           ADD BRANCH-TOTAL-UNITS TO REGION-TOTAL-UNITS
           ADD BRANCH-TOTAL-INVOICES TO REGION-TOTAL-INVOICES
           MOVE ZERO TO BRANCH-TOTAL-SALES
           MOVE ZERO TO BRANCH-TOTAL-UNITS
           MOVE ZERO TO BRANCH-TOTAL-INVOICES.

       600-PRINT-REGION-TOTAL.

           MOVE SPACES TO SL-LABEL
           STRING "REGION " DELIMITED BY SIZE
                   HOLD-REGION-NUMBER DELIMITED BY SIZE
                   " TOTAL" DELIMITED BY SIZE
               INTO SL-LABEL
           MOVE REGION-TOTAL-SALES TO PRINT-TOTAL-SALES
           MOVE REGION-TOTAL-UNITS TO PRINT-TOTAL-UNITS
           MOVE REGION-TOTAL-INVOICES TO PRINT-TOTAL-INVOICES
           PERFORM 750-WRITE-SALES-LINE

           ADD REGION-TOTAL-SALES TO GRAND-TOTAL-SALES
           ADD REGION-TOTAL-UNITS TO GRAND-TOTAL-UNITS
           ADD REGION-TOTAL-INVOICES TO GRAND-TOTAL-INVOICES
           MOVE ZERO TO REGION-TOTAL-SALES
           MOVE ZERO TO REGION-TOTAL-UNITS
           MOVE ZERO TO REGION-TOTAL-INVOICES.

       700-PRINT-GRAND-TOTAL.

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "ALL REGIONS TOTAL" TO SL-LABEL
           MOVE GRAND-TOTAL-SALES TO PRINT-TOTAL-SALES
           MOVE GRAND-TOTAL-UNITS TO PRINT-TOTAL-UNITS
           MOVE GRAND-TOTAL-INVOICES TO PRINT-TOTAL-INVOICES
           PERFORM 750-WRITE-SALES-LINE.

       750-WRITE-SALES-LINE.

           IF PRINT-TOTAL-UNITS NOT = ZERO
               COMPUTE AVERAGE-PRICE ROUNDED =
                   PRINT-TOTAL-SALES / PRINT-TOTAL-UNITS
                   ON SIZE ERROR
                       MOVE ZERO TO AVERAGE-PRICE
               END-COMPUTE
           ELSE
               MOVE ZERO TO AVERAGE-PRICE
           END-IF

           MOVE PRINT-TOTAL-INVOICES TO SL-INVOICE-COUNT
           MOVE PRINT-TOTAL-UNITS TO SL-UNITS-SOLD
           MOVE PRINT-TOTAL-SALES TO SL-SALES-AMOUNT
           MOVE AVERAGE-PRICE TO SL-AVERAGE-PRICE

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE SALES-LINE TO PRINT-AREA
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
           STRING "SELECTED FOR PERIOD.: " DELIMITED BY SIZE
                   SELECTED-COUNT         DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "NO ITEM CODE........: " DELIMITED BY SIZE
                   NO-ITEM-CODE-COUNT     DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "ITEM NOT ON ITEMMAST: " DELIMITED BY SIZE
                   UNKNOWN-ITEM-COUNT     DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA.
