       IDENTIFICATION DIVISION.

       PROGRAM-ID. CMAUDIT.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program audits the customer data set as a
      *  whole and lists every inconsistency between the files on
      *  INTGLIST. Each CUSTMAST customer is checked against BRCHTBL
      *  (the branch must be on the table and CM-REGION-NUMBER must
      *  be the region the table gives that branch) and against
      *  SREPMAST (the salesrep must be on file and SM-BRANCH-NUMBER
      *  must be the customer's branch). CUSTMAST and the indexed
      *  copy CUSTMIDX are matched on customer number to find
      *  customers missing from CUSTMIDX, records on CUSTMIDX that
      *  are no longer on CUSTMAST, and records that differ (the
      *  first differing field is named) - the signs of a skipped or
      *  failed CMLOAD. Customer numbers out of sequence on CUSTMAST
      *  are listed too, since CMLOAD cannot load them. INVHIST and
      *  CUSTHIST records are then listed for customer numbers not
      *  on CUSTMAST. The run ends with a count by error type and a
      *  condition code: 0 when every file agrees, 4 when the only
      *  findings are history records for customers no longer on
      *  file, 8 for any master or index inconsistency, and 12 when
      *  CUSTMIDX cannot be opened and the index was not compared.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT INPUT-CUSTMIDX  ASSIGN TO CUSTMIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS IM-CUSTOMER-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-BROWSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTMIDX-FILE-STATUS.
           SELECT INPUT-SREPMAST  ASSIGN TO SREPMAST.
           SELECT INPUT-BRCHTBL   ASSIGN TO BRCHTBL.
           SELECT INPUT-INVHIST   ASSIGN TO INVHIST.
           SELECT INPUT-CUSTHIST  ASSIGN TO CUSTHIST.
           SELECT OUTPUT-INTGLIST ASSIGN TO INTGLIST.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  INPUT-CUSTMIDX.
           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==INDEXED-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==IM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==IM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==IM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==IM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==IM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==IM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==IM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==IM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==IM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==IM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==IM-AR-BALANCE==.

       FD  INPUT-SREPMAST.
           COPY SREPREC.

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  INPUT-INVHIST.
           COPY INVHREC.

       FD  INPUT-CUSTHIST.
           COPY HISTREC.

       FD  OUTPUT-INTGLIST.
       01  INTGLIST-AREA               PIC X(130).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
           05  CUSTMIDX-EOF-SWITCH     PIC X VALUE "N".
           05  CUSTMIDX-FILE-STATUS    PIC XX VALUE "00".
           05  CUSTMIDX-OPEN-SWITCH    PIC X VALUE "N".
               88  CUSTMIDX-OPEN            VALUE "Y".
           05  SREPMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  INVHIST-EOF-SWITCH      PIC X VALUE "N".
           05  CUSTHIST-EOF-SWITCH     PIC X VALUE "N".
           05  MATCH-SWITCH            PIC X VALUE " ".
               88  MASTER-LOW               VALUE "M".
               88  INDEX-LOW                VALUE "I".
               88  MASTER-EQUALS-INDEX      VALUE "E".

       01  COUNT-FIELDS.
           05  CUSTMAST-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  CUSTMIDX-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  INVHIST-READ-COUNT      PIC S9(7) VALUE ZERO.
           05  CUSTHIST-READ-COUNT     PIC S9(7) VALUE ZERO.
           05  TOTAL-ERROR-COUNT       PIC S9(7) VALUE ZERO.

       01  AUDIT-FIELDS.
           05  AUDIT-RETURN-CODE       PIC S9(4) VALUE ZERO.
           05  PREVIOUS-CUSTOMER-NUMBER PIC 9(5) VALUE ZERO.
           05  ERROR-SUB               PIC S9(3) VALUE ZERO.
           05  ERROR-FILE-NAME         PIC X(8) VALUE SPACES.
           05  ERROR-CUSTOMER-NUMBER   PIC 9(5) VALUE ZERO.
           05  ERROR-DETAIL            PIC X(60) VALUE SPACES.
           05  DIFFERENT-FIELD-NAME    PIC X(20) VALUE SPACES.
           05  SALE-AMOUNT-EDIT        PIC ZZ,ZZ9.99-.

       01  ERROR-TYPE-VALUES.
           05  FILLER PIC X(28) VALUE "CUSTMAST OUT OF SEQUENCE  08".
           05  FILLER PIC X(28) VALUE "BRANCH NOT ON BRCHTBL     08".
           05  FILLER PIC X(28) VALUE "REGION NOT BRANCH'S REGION08".
           05  FILLER PIC X(28) VALUE "SALESREP NOT ON SREPMAST  08".
           05  FILLER PIC X(28) VALUE "SALESREP IN OTHER BRANCH  08".
           05  FILLER PIC X(28) VALUE "MISSING FROM CUSTMIDX     08".
           05  FILLER PIC X(28) VALUE "EXTRA ON CUSTMIDX         08".
           05  FILLER PIC X(28) VALUE "CUSTMIDX DIFFERS          08".
           05  FILLER PIC X(28) VALUE "INVHIST - NO CUSTOMER     04".
           05  FILLER PIC X(28) VALUE "CUSTHIST - NO CUSTOMER    04".

       01  ERROR-TYPE-TABLE            REDEFINES ERROR-TYPE-VALUES.
           05  ERROR-TYPE-ENTRY        OCCURS 10 TIMES.
               10  ETT-ERROR-NAME      PIC X(26).
               10  ETT-SEVERITY        PIC 9(2).

       01  ERROR-COUNT-TABLE.
           05  ECT-ERROR-COUNT         OCCURS 10 TIMES PIC S9(7).

       01  BRANCH-REGION-TABLE.
           05  BRANCH-REGION-ENTRY     OCCURS 99 TIMES.
               10  BRT-BRANCH-FLAG     PIC X.
                   88  BRT-VALID-BRANCH     VALUE "Y".
               10  BRT-REGION-NUMBER   PIC 9(2).

       01  SALESREP-BRANCH-TABLE.
           05  SALESREP-BRANCH-ENTRY   OCCURS 99 TIMES.
               10  SBT-SALESREP-FLAG   PIC X.
                   88  SBT-VALID-SALESREP   VALUE "Y".
               10  SBT-BRANCH-NUMBER   PIC 9(2).

       01  CUSTOMER-ON-FILE-TABLE.
           05  COT-CUSTOMER-FLAG       OCCURS 99999 TIMES PIC X.
               88  COT-ON-FILE              VALUE "Y".

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  AUDIT-TITLE-LINE.
           05  FILLER              PIC X(42)
               VALUE "CUSTOMER DATA INTEGRITY AUDIT".
           05  FILLER              PIC X(7)   VALUE "DATE:  ".
           05  ATL-MONTH           PIC 9(2).
           05  FILLER              PIC X      VALUE "/".
           05  ATL-DAY             PIC 9(2).
           05  FILLER              PIC X      VALUE "/".
           05  ATL-YEAR            PIC 9(4).
           05  FILLER              PIC X(9)   VALUE "   TIME: ".
           05  ATL-HOURS           PIC 9(2).
           05  FILLER              PIC X      VALUE ":".
           05  ATL-MINUTES         PIC 9(2).
           05  FILLER              PIC X(57)  VALUE SPACES.

       01  AUDIT-COLUMN-LINE.
           05  FILLER              PIC X(10)  VALUE "FILE".
           05  FILLER              PIC X(10)  VALUE "CUSTOMER".
           05  FILLER              PIC X(28)  VALUE "ERROR TYPE".
           05  FILLER              PIC X(60)  VALUE "DETAIL".
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  EXCEPTION-LINE.
           05  EXL-FILE-NAME       PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  EXL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(5)   VALUE SPACES.
           05  EXL-ERROR-NAME      PIC X(26).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  EXL-DETAIL          PIC X(60).
           05  FILLER              PIC X(22)  VALUE SPACES.

       01  SUMMARY-COLUMN-LINE.
           05  FILLER              PIC X(28)  VALUE "ERROR TYPE".
           05  FILLER              PIC X(10)  VALUE "     COUNT".
           05  FILLER              PIC X(12)  VALUE "    SEVERITY".
           05  FILLER              PIC X(80)  VALUE SPACES.

       01  SUMMARY-LINE.
           05  SUL-ERROR-NAME      PIC X(26).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  SUL-ERROR-COUNT     PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(9)   VALUE "      RC ".
           05  SUL-SEVERITY        PIC 9(2).
           05  FILLER              PIC X(81)  VALUE SPACES.

       01  TOTAL-ERROR-EDIT        PIC 9(7).

       01  RETURN-CODE-EDIT        PIC 9(2).

       PROCEDURE DIVISION.

       000-AUDIT-CUSTOMER-DATA.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-MONTH TO ATL-MONTH
           MOVE CD-DAY TO ATL-DAY
           MOVE CD-YEAR TO ATL-YEAR
           MOVE CD-HOURS TO ATL-HOURS
           MOVE CD-MINUTES TO ATL-MINUTES

           MOVE ZERO TO ERROR-COUNT-TABLE

           OPEN OUTPUT OUTPUT-INTGLIST
           PERFORM 050-PRINT-AUDIT-HEADING

           PERFORM 100-LOAD-BRANCH-REFERENCE
           PERFORM 130-LOAD-SALESREP-REFERENCE

           PERFORM 200-AUDIT-CUSTOMER-MASTER
           PERFORM 400-AUDIT-INVOICE-HISTORY
           PERFORM 500-AUDIT-CUSTOMER-HISTORY

           PERFORM 800-PRINT-AUDIT-SUMMARY

           CLOSE OUTPUT-INTGLIST

           MOVE AUDIT-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       050-PRINT-AUDIT-HEADING.

           MOVE AUDIT-TITLE-LINE TO INTGLIST-AREA
           WRITE INTGLIST-AREA
           MOVE SPACES TO INTGLIST-AREA
           WRITE INTGLIST-AREA
           MOVE AUDIT-COLUMN-LINE TO INTGLIST-AREA
           WRITE INTGLIST-AREA.

       100-LOAD-BRANCH-REFERENCE.

           MOVE SPACES TO BRANCH-REGION-TABLE

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
               MOVE "Y" TO BRT-BRANCH-FLAG (BR-BRANCH-NUMBER)
               MOVE BR-REGION-NUMBER
                   TO BRT-REGION-NUMBER (BR-BRANCH-NUMBER)
           END-IF

           PERFORM 110-READ-BRANCH-REFERENCE.

       130-LOAD-SALESREP-REFERENCE.

           MOVE SPACES TO SALESREP-BRANCH-TABLE

           OPEN INPUT INPUT-SREPMAST
           PERFORM 140-READ-SALESREP-REFERENCE
           PERFORM 150-LOAD-ONE-SALESREP-RECORD
               UNTIL SREPMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-SREPMAST.

       140-READ-SALESREP-REFERENCE.

           READ INPUT-SREPMAST
               AT END
                   MOVE "Y" TO SREPMAST-EOF-SWITCH
           END-READ.

       150-LOAD-ONE-SALESREP-RECORD.

           IF SM-SALESREP-NUMBER > ZERO
               MOVE "Y" TO SBT-SALESREP-FLAG (SM-SALESREP-NUMBER)
               MOVE SM-BRANCH-NUMBER
                   TO SBT-BRANCH-NUMBER (SM-SALESREP-NUMBER)
           END-IF

           PERFORM 140-READ-SALESREP-REFERENCE.

       200-AUDIT-CUSTOMER-MASTER.

           MOVE SPACES TO CUSTOMER-ON-FILE-TABLE

           OPEN INPUT INPUT-CUSTMAST
                      INPUT-CUSTMIDX

           IF CUSTMIDX-FILE-STATUS = "00"
               SET CUSTMIDX-OPEN TO TRUE
               PERFORM 240-READ-INDEXED-MASTER
           ELSE
               DISPLAY "CMAUDIT - CUSTMIDX OPEN FAILED, STATUS "
                   CUSTMIDX-FILE-STATUS
               MOVE SPACES TO INTGLIST-AREA
               STRING "*** CUSTMIDX COULD NOT BE OPENED, STATUS "
                           DELIMITED BY SIZE
                       CUSTMIDX-FILE-STATUS DELIMITED BY SIZE
                       " - INDEX NOT COMPARED ***" DELIMITED BY SIZE
                   INTO INTGLIST-AREA
               WRITE INTGLIST-AREA
               MOVE "Y" TO CUSTMIDX-EOF-SWITCH
               MOVE 12 TO AUDIT-RETURN-CODE
           END-IF

           PERFORM 220-READ-CUSTOMER-MASTER

           PERFORM 210-MATCH-MASTER-AND-INDEX
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               AND   CUSTMIDX-EOF-SWITCH = "Y"

           CLOSE INPUT-CUSTMAST
           IF CUSTMIDX-OPEN
               CLOSE INPUT-CUSTMIDX
           END-IF.

       210-MATCH-MASTER-AND-INDEX.

           PERFORM 250-SET-MATCH-SWITCH

           EVALUATE TRUE
               WHEN MASTER-LOW
                   PERFORM 300-CHECK-CUSTOMER-REFERENCES
                   IF CUSTMIDX-OPEN
                       MOVE 6 TO ERROR-SUB
                       MOVE "CUSTMAST" TO ERROR-FILE-NAME
                       MOVE CM-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
                       MOVE CM-CUSTOMER-NAME TO ERROR-DETAIL
                       PERFORM 700-LIST-INCONSISTENCY
                   END-IF
                   PERFORM 220-READ-CUSTOMER-MASTER
               WHEN INDEX-LOW
                   MOVE 7 TO ERROR-SUB
                   MOVE "CUSTMIDX" TO ERROR-FILE-NAME
                   MOVE IM-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
                   MOVE IM-CUSTOMER-NAME TO ERROR-DETAIL
                   PERFORM 700-LIST-INCONSISTENCY
                   PERFORM 240-READ-INDEXED-MASTER
               WHEN MASTER-EQUALS-INDEX
                   PERFORM 300-CHECK-CUSTOMER-REFERENCES
                   IF CUSTOMER-MASTER-RECORD
                           NOT = INDEXED-CUSTOMER-MASTER-RECORD
                       PERFORM 350-NAME-DIFFERENT-FIELD
                       MOVE 8 TO ERROR-SUB
                       MOVE "CUSTMIDX" TO ERROR-FILE-NAME
                       MOVE CM-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
                       MOVE SPACES TO ERROR-DETAIL
                       STRING "FIRST DIFFERENCE: " DELIMITED BY SIZE
                               DIFFERENT-FIELD-NAME DELIMITED BY SIZE
                           INTO ERROR-DETAIL
                       PERFORM 700-LIST-INCONSISTENCY
                   END-IF
                   PERFORM 220-READ-CUSTOMER-MASTER
                   PERFORM 240-READ-INDEXED-MASTER
           END-EVALUATE.

       220-READ-CUSTOMER-MASTER.

           PERFORM 225-READ-NEXT-MASTER-RECORD
           PERFORM 230-SKIP-OUT-OF-SEQUENCE
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
               OR CM-CUSTOMER-NUMBER > PREVIOUS-CUSTOMER-NUMBER

           IF CUSTMAST-EOF-SWITCH = "N"
               MOVE CM-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER-NUMBER
               MOVE "Y" TO COT-CUSTOMER-FLAG (CM-CUSTOMER-NUMBER)
           END-IF.

       225-READ-NEXT-MASTER-RECORD.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTMAST-READ-COUNT
           END-READ.

       230-SKIP-OUT-OF-SEQUENCE.

           MOVE 1 TO ERROR-SUB
           MOVE "CUSTMAST" TO ERROR-FILE-NAME
           MOVE CM-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
           MOVE SPACES TO ERROR-DETAIL
           STRING "FOLLOWS CUSTOMER " DELIMITED BY SIZE
                   PREVIOUS-CUSTOMER-NUMBER DELIMITED BY SIZE
                   " - NOT COMPARED TO CUSTMIDX" DELIMITED BY SIZE
               INTO ERROR-DETAIL
           PERFORM 700-LIST-INCONSISTENCY

           PERFORM 300-CHECK-CUSTOMER-REFERENCES
           IF CM-CUSTOMER-NUMBER > ZERO
               MOVE "Y" TO COT-CUSTOMER-FLAG (CM-CUSTOMER-NUMBER)
           END-IF

           PERFORM 225-READ-NEXT-MASTER-RECORD.

       240-READ-INDEXED-MASTER.

           READ INPUT-CUSTMIDX
               AT END
                   MOVE "Y" TO CUSTMIDX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTMIDX-READ-COUNT
           END-READ.

       250-SET-MATCH-SWITCH.

           IF CUSTMAST-EOF-SWITCH = "Y"
               SET INDEX-LOW TO TRUE
           ELSE
               IF CUSTMIDX-EOF-SWITCH = "Y"
                   SET MASTER-LOW TO TRUE
               ELSE
                   IF CM-CUSTOMER-NUMBER < IM-CUSTOMER-NUMBER
                       SET MASTER-LOW TO TRUE
                   ELSE
                       IF CM-CUSTOMER-NUMBER > IM-CUSTOMER-NUMBER
                           SET INDEX-LOW TO TRUE
                       ELSE
                           SET MASTER-EQUALS-INDEX TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       300-CHECK-CUSTOMER-REFERENCES.

           MOVE "CUSTMAST" TO ERROR-FILE-NAME
           MOVE CM-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER

           IF CM-BRANCH-NUMBER = ZERO
           OR NOT BRT-VALID-BRANCH (CM-BRANCH-NUMBER)
               MOVE 2 TO ERROR-SUB
               MOVE SPACES TO ERROR-DETAIL
               STRING "BRANCH " DELIMITED BY SIZE
                       CM-BRANCH-NUMBER DELIMITED BY SIZE
                   INTO ERROR-DETAIL
               PERFORM 700-LIST-INCONSISTENCY
           ELSE
               IF CM-REGION-NUMBER
                       NOT = BRT-REGION-NUMBER (CM-BRANCH-NUMBER)
                   MOVE 3 TO ERROR-SUB
                   MOVE SPACES TO ERROR-DETAIL
                   STRING "CUSTOMER REGION " DELIMITED BY SIZE
                           CM-REGION-NUMBER DELIMITED BY SIZE
                           ", BRANCH " DELIMITED BY SIZE
                           CM-BRANCH-NUMBER DELIMITED BY SIZE
                           " IS IN REGION " DELIMITED BY SIZE
                           BRT-REGION-NUMBER (CM-BRANCH-NUMBER)
                               DELIMITED BY SIZE
                       INTO ERROR-DETAIL
                   PERFORM 700-LIST-INCONSISTENCY
               END-IF
           END-IF

           IF CM-SALESREP-NUMBER = ZERO
           OR NOT SBT-VALID-SALESREP (CM-SALESREP-NUMBER)
               MOVE 4 TO ERROR-SUB
               MOVE SPACES TO ERROR-DETAIL
               STRING "SALESREP " DELIMITED BY SIZE
                       CM-SALESREP-NUMBER DELIMITED BY SIZE
                   INTO ERROR-DETAIL
               PERFORM 700-LIST-INCONSISTENCY
           ELSE
               IF SBT-BRANCH-NUMBER (CM-SALESREP-NUMBER)
                       NOT = CM-BRANCH-NUMBER
                   MOVE 5 TO ERROR-SUB
                   MOVE SPACES TO ERROR-DETAIL
                   STRING "SALESREP " DELIMITED BY SIZE
                           CM-SALESREP-NUMBER DELIMITED BY SIZE
                           " IS IN BRANCH " DELIMITED BY SIZE
                           SBT-BRANCH-NUMBER (CM-SALESREP-NUMBER)
                               DELIMITED BY SIZE
                           ", CUSTOMER BRANCH " DELIMITED BY SIZE
                           CM-BRANCH-NUMBER DELIMITED BY SIZE
                       INTO ERROR-DETAIL
                   PERFORM 700-LIST-INCONSISTENCY
               END-IF
           END-IF.

       350-NAME-DIFFERENT-FIELD.

           EVALUATE TRUE
               WHEN CM-BRANCH-NUMBER NOT = IM-BRANCH-NUMBER
                   MOVE "BRANCH NUMBER" TO DIFFERENT-FIELD-NAME
               WHEN CM-SALESREP-NUMBER NOT = IM-SALESREP-NUMBER
                   MOVE "SALESREP NUMBER" TO DIFFERENT-FIELD-NAME
               WHEN CM-CUSTOMER-NAME NOT = IM-CUSTOMER-NAME
                   MOVE "CUSTOMER NAME" TO DIFFERENT-FIELD-NAME
               WHEN CM-SALES-THIS-YTD NOT = IM-SALES-THIS-YTD
                   MOVE "SALES THIS YTD" TO DIFFERENT-FIELD-NAME
               WHEN CM-SALES-LAST-YTD NOT = IM-SALES-LAST-YTD
                   MOVE "SALES LAST YTD" TO DIFFERENT-FIELD-NAME
               WHEN CM-CREDIT-LIMIT NOT = IM-CREDIT-LIMIT
                   MOVE "CREDIT LIMIT" TO DIFFERENT-FIELD-NAME
               WHEN CM-YTD-UNITS-SOLD NOT = IM-YTD-UNITS-SOLD
                   MOVE "YTD UNITS SOLD" TO DIFFERENT-FIELD-NAME
               WHEN CM-REGION-NUMBER NOT = IM-REGION-NUMBER
                   MOVE "REGION NUMBER" TO DIFFERENT-FIELD-NAME
               WHEN CM-AR-BALANCE NOT = IM-AR-BALANCE
                   MOVE "AR BALANCE" TO DIFFERENT-FIELD-NAME
               WHEN OTHER
                   MOVE "UNUSED RECORD AREA" TO DIFFERENT-FIELD-NAME
           END-EVALUATE.

       400-AUDIT-INVOICE-HISTORY.

           OPEN INPUT INPUT-INVHIST
           PERFORM 420-READ-INVOICE-HISTORY
           PERFORM 410-CHECK-ONE-INVOICE
               UNTIL INVHIST-EOF-SWITCH = "Y"
           CLOSE INPUT-INVHIST.

       410-CHECK-ONE-INVOICE.

           IF IH-CUSTOMER-NUMBER = ZERO
           OR NOT COT-ON-FILE (IH-CUSTOMER-NUMBER)
               MOVE 9 TO ERROR-SUB
               MOVE "INVHIST" TO ERROR-FILE-NAME
               MOVE IH-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
               MOVE IH-SALE-AMOUNT TO SALE-AMOUNT-EDIT
               MOVE SPACES TO ERROR-DETAIL
               STRING "INVOICE DATE " DELIMITED BY SIZE
                       IH-INVOICE-DATE DELIMITED BY SIZE
                       "  BRANCH " DELIMITED BY SIZE
                       IH-BRANCH-NUMBER DELIMITED BY SIZE
                       "  AMOUNT " DELIMITED BY SIZE
                       SALE-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO ERROR-DETAIL
               PERFORM 700-LIST-INCONSISTENCY
           END-IF

           PERFORM 420-READ-INVOICE-HISTORY.

       420-READ-INVOICE-HISTORY.

           READ INPUT-INVHIST
               AT END
                   MOVE "Y" TO INVHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO INVHIST-READ-COUNT
           END-READ.

       500-AUDIT-CUSTOMER-HISTORY.

           OPEN INPUT INPUT-CUSTHIST
           PERFORM 520-READ-CUSTOMER-HISTORY
           PERFORM 510-CHECK-ONE-SNAPSHOT
               UNTIL CUSTHIST-EOF-SWITCH = "Y"
           CLOSE INPUT-CUSTHIST.

       510-CHECK-ONE-SNAPSHOT.

           IF CH-CUSTOMER-NUMBER = ZERO
           OR NOT COT-ON-FILE (CH-CUSTOMER-NUMBER)
               MOVE 10 TO ERROR-SUB
               MOVE "CUSTHIST" TO ERROR-FILE-NAME
               MOVE CH-CUSTOMER-NUMBER TO ERROR-CUSTOMER-NUMBER
               MOVE SPACES TO ERROR-DETAIL
               STRING "PERIOD END " DELIMITED BY SIZE
                       CH-PERIOD-END-DATE DELIMITED BY SIZE
                       "  BRANCH " DELIMITED BY SIZE
                       CH-BRANCH-NUMBER DELIMITED BY SIZE
                   INTO ERROR-DETAIL
               PERFORM 700-LIST-INCONSISTENCY
           END-IF

           PERFORM 520-READ-CUSTOMER-HISTORY.

       520-READ-CUSTOMER-HISTORY.

           READ INPUT-CUSTHIST
               AT END
                   MOVE "Y" TO CUSTHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTHIST-READ-COUNT
           END-READ.

       700-LIST-INCONSISTENCY.

           ADD 1 TO ECT-ERROR-COUNT (ERROR-SUB)
           ADD 1 TO TOTAL-ERROR-COUNT
           IF ETT-SEVERITY (ERROR-SUB) > AUDIT-RETURN-CODE
               MOVE ETT-SEVERITY (ERROR-SUB) TO AUDIT-RETURN-CODE
           END-IF

           MOVE ERROR-FILE-NAME TO EXL-FILE-NAME
           MOVE ERROR-CUSTOMER-NUMBER TO EXL-CUSTOMER-NUMBER
           MOVE ETT-ERROR-NAME (ERROR-SUB) TO EXL-ERROR-NAME
           MOVE ERROR-DETAIL TO EXL-DETAIL
           MOVE EXCEPTION-LINE TO INTGLIST-AREA
           WRITE INTGLIST-AREA.

       800-PRINT-AUDIT-SUMMARY.

           MOVE SPACES TO INTGLIST-AREA
           WRITE INTGLIST-AREA
           MOVE SUMMARY-COLUMN-LINE TO INTGLIST-AREA
           WRITE INTGLIST-AREA

           PERFORM 810-PRINT-ONE-ERROR-COUNT
               VARYING ERROR-SUB FROM 1 BY 1
               UNTIL ERROR-SUB > 10

           MOVE SPACES TO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE SPACES TO INTGLIST-AREA
           STRING "CUSTMAST RECORDS READ: " DELIMITED BY SIZE
                   CUSTMAST-READ-COUNT     DELIMITED BY SIZE
               INTO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE SPACES TO INTGLIST-AREA
           STRING "CUSTMIDX RECORDS READ: " DELIMITED BY SIZE
                   CUSTMIDX-READ-COUNT     DELIMITED BY SIZE
               INTO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE SPACES TO INTGLIST-AREA
           STRING "INVHIST RECORDS READ.: " DELIMITED BY SIZE
                   INVHIST-READ-COUNT      DELIMITED BY SIZE
               INTO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE SPACES TO INTGLIST-AREA
           STRING "CUSTHIST RECORDS READ: " DELIMITED BY SIZE
                   CUSTHIST-READ-COUNT     DELIMITED BY SIZE
               INTO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE SPACES TO INTGLIST-AREA
           WRITE INTGLIST-AREA

           MOVE TOTAL-ERROR-COUNT TO TOTAL-ERROR-EDIT
           MOVE AUDIT-RETURN-CODE TO RETURN-CODE-EDIT
           MOVE SPACES TO INTGLIST-AREA
           IF AUDIT-RETURN-CODE = ZERO
               MOVE "*** ALL FILES AGREE ***" TO INTGLIST-AREA
           ELSE
               STRING "*** " DELIMITED BY SIZE
                       TOTAL-ERROR-EDIT DELIMITED BY SIZE
                       " INCONSISTENCIES - RETURN CODE "
                           DELIMITED BY SIZE
                       RETURN-CODE-EDIT DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO INTGLIST-AREA
           END-IF
           WRITE INTGLIST-AREA.

       810-PRINT-ONE-ERROR-COUNT.

           MOVE ETT-ERROR-NAME (ERROR-SUB) TO SUL-ERROR-NAME
           MOVE ECT-ERROR-COUNT (ERROR-SUB) TO SUL-ERROR-COUNT
           MOVE ETT-SEVERITY (ERROR-SUB) TO SUL-SEVERITY
           MOVE SUMMARY-LINE TO INTGLIST-AREA
           WRITE INTGLIST-AREA.
