       IDENTIFICATION DIVISION.

       PROGRAM-ID. BUDGMNT.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program loads and maintains the sales
      *  budget master BUDGMAST read by RPT3800. Each budget line is
      *  one fiscal year, branch, and salesrep with twelve monthly
      *  budget amounts; salesrep 00 holds the part of a branch
      *  budget not assigned to a rep. Raw transactions on BUDGTRAN
      *  are edited and sorted into budget key sequence, then applied
      *  to BUDGMAST the way SREPMNT applies salesrep maintenance,
      *  producing the updated master on NEWBMAST. An A transaction
      *  adds a budget line (blank months are zero budget), a C
      *  transaction replaces only the months it supplies, and a D
      *  transaction deletes the line. An add must name a branch on
      *  BRCHTBL and either salesrep 00 or a rep on SREPMAST assigned
      *  to that branch; a second add for a line already on file or
      *  already added in the run is rejected. When BUDGMAST does not
      *  exist yet the run is an initial load and every line must be
      *  an add. Edit rejects
      *  and the activity with each line's annual total print on
      *  BMNTLIST. The command-line parameter is the run generation
      *  (blank for today); run control stops a second run of the
      *  same generation. Copy NEWBMAST over BUDGMAST after the run.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-BUDGTRAN  ASSIGN TO BUDGTRAN.
           SELECT INPUT-BUDGMAST  ASSIGN TO BUDGMAST
               FILE STATUS IS BUDGMAST-FILE-STATUS.
           SELECT OUTPUT-BUDGMAST ASSIGN TO NEWBMAST.
           SELECT OUTPUT-BMNTLIST ASSIGN TO BMNTLIST.
           SELECT INPUT-BRCHTBL   ASSIGN TO BRCHTBL.
           SELECT INPUT-SREPMAST  ASSIGN TO SREPMAST.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-BUDGTRAN.
       01  RAW-BUDGET-RECORD.
           05  RB-TRANSACTION-CODE     PIC X.
           05  RB-FISCAL-YEAR-X        PIC X(4).
           05  RB-FISCAL-YEAR          REDEFINES RB-FISCAL-YEAR-X
                                       PIC 9(4).
           05  RB-BRANCH-NUMBER-X      PIC X(2).
           05  RB-BRANCH-NUMBER        REDEFINES RB-BRANCH-NUMBER-X
                                       PIC 9(2).
           05  RB-SALESREP-NUMBER-X    PIC X(2).
           05  RB-SALESREP-NUMBER      REDEFINES RB-SALESREP-NUMBER-X
                                       PIC 9(2).
           05  RB-MONTH-ENTRY          OCCURS 12 TIMES.
               10  RB-MONTH-AMOUNT-X   PIC X(9).
               10  RB-MONTH-AMOUNT     REDEFINES RB-MONTH-AMOUNT-X
                                       PIC 9(7)V9(2).
           05  FILLER                  PIC X(13).

       FD  INPUT-BUDGMAST.
           COPY BUDGREC.

       FD  OUTPUT-BUDGMAST.
           COPY BUDGREC REPLACING
               ==BUDGET-MASTER-RECORD==
                   BY ==NEW-BUDGET-MASTER-RECORD==,
               ==BG-BUDGET-KEY==      BY ==NB-BUDGET-KEY==,
               ==BG-FISCAL-YEAR==     BY ==NB-FISCAL-YEAR==,
               ==BG-BRANCH-NUMBER==   BY ==NB-BRANCH-NUMBER==,
               ==BG-SALESREP-NUMBER== BY ==NB-SALESREP-NUMBER==,
               ==BG-MONTHLY-BUDGET==  BY ==NB-MONTHLY-BUDGET==.

       FD  OUTPUT-BMNTLIST.
       01  BMNTLIST-AREA               PIC X(80).

       FD  INPUT-BRCHTBL.
           COPY BRCHREC.

       FD  INPUT-SREPMAST.
           COPY SREPREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-BUDGET-KEY.
               10  SR-FISCAL-YEAR      PIC 9(4).
               10  SR-BRANCH-NUMBER    PIC 9(2).
               10  SR-SALESREP-NUMBER  PIC 9(2).
           05  SR-ENTRY-SEQUENCE       PIC 9(5).
           05  SR-TRANSACTION-CODE     PIC X.
               88  SR-ADD-TRANSACTION       VALUE "A".
               88  SR-CHANGE-TRANSACTION    VALUE "C".
               88  SR-DELETE-TRANSACTION    VALUE "D".
           05  SR-MONTH-ENTRY          OCCURS 12 TIMES.
               10  SR-MONTH-SUPPLIED-SWITCH PIC X.
                   88  SR-MONTH-SUPPLIED    VALUE "Y".
               10  SR-MONTH-AMOUNT     PIC 9(7)V9(2).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  BUDGTRAN-EOF-SWITCH     PIC X VALUE "N".
           05  BUDGMAST-EOF-SWITCH     PIC X VALUE "N".
           05  BUDGMAST-FILE-STATUS    PIC XX VALUE "00".
           05  INITIAL-LOAD-SWITCH     PIC X VALUE "N".
               88  INITIAL-LOAD             VALUE "Y".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  MATCH-SWITCH            PIC X VALUE " ".
               88  MASTER-LOW               VALUE "M".
               88  TRANSACTION-LOW          VALUE "T".
               88  MASTER-EQUALS-TRANSACTION VALUE "E".
           05  MASTER-DELETED-SWITCH   PIC X VALUE "N".
               88  MASTER-DELETED           VALUE "Y".
           05  BRCHTBL-EOF-SWITCH      PIC X VALUE "N".
           05  SREPMAST-EOF-SWITCH     PIC X VALUE "N".
           05  TRANSACTION-ERROR-SWITCH PIC X VALUE "N".
               88  TRANSACTION-HAS-ERRORS   VALUE "Y".
           05  MONTH-SUPPLIED-SWITCH   PIC X VALUE "N".
               88  ANY-MONTH-SUPPLIED       VALUE "Y".

       01  COUNT-FIELDS.
           05  ENTRY-SEQUENCE          PIC 9(5) VALUE ZERO.
           05  EDIT-REJECT-COUNT       PIC S9(5) VALUE ZERO.
           05  ADD-COUNT               PIC S9(5) VALUE ZERO.
           05  CHANGE-COUNT            PIC S9(5) VALUE ZERO.
           05  DELETE-COUNT            PIC S9(5) VALUE ZERO.
           05  REJECT-COUNT            PIC S9(5) VALUE ZERO.
           05  MASTER-WRITTEN-COUNT    PIC S9(5) VALUE ZERO.

       01  MONTH-FIELDS.
           05  MONTH-SUB               PIC S9(4) COMP VALUE ZERO.
           05  MONTH-NUMBER            PIC 9(2) VALUE ZERO.
           05  ANNUAL-BUDGET-TOTAL     PIC S9(9)V9(2) VALUE ZERO.

           COPY BUDGREC REPLACING
               ==BUDGET-MASTER-RECORD==
                   BY ==ADD-BUDGET-MASTER-RECORD==,
               ==BG-BUDGET-KEY==      BY ==AB-BUDGET-KEY==,
               ==BG-FISCAL-YEAR==     BY ==AB-FISCAL-YEAR==,
               ==BG-BRANCH-NUMBER==   BY ==AB-BRANCH-NUMBER==,
               ==BG-SALESREP-NUMBER== BY ==AB-SALESREP-NUMBER==,
               ==BG-MONTHLY-BUDGET==  BY ==AB-MONTHLY-BUDGET==.

       01  BRANCH-VALID-TABLE.
           05  BVT-BRANCH-FLAG         OCCURS 99 TIMES PIC X.
               88  BVT-VALID-BRANCH         VALUE "Y".

       01  SALESREP-VALID-TABLE.
           05  SVT-SALESREP-ENTRY      OCCURS 99 TIMES.
               10  SVT-SALESREP-FLAG   PIC X.
                   88  SVT-VALID-SALESREP   VALUE "Y".
               10  SVT-BRANCH-NUMBER   PIC 9(2).

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  RUN-STAMP-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.

       01  LAST-ADDED-KEY              PIC X(8) VALUE LOW-VALUES.

           COPY RUNCTLQ.

       01  EDIT-LINE.
           05  EL-FISCAL-YEAR          PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  EL-BRANCH-NUMBER        PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  EL-SALESREP-NUMBER      PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-TRANSACTION-CODE     PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-MESSAGE              PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  ACTIVITY-LINE.
           05  AL-FISCAL-YEAR          PIC 9(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AL-BRANCH-NUMBER        PIC 9(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  AL-SALESREP-NUMBER      PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AL-ACTION               PIC X(26).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  AL-ANNUAL-AREA.
               10  AL-ANNUAL-LABEL     PIC X(8).
               10  AL-ANNUAL-BUDGET    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINTAIN-BUDGET-MASTER.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           PERFORM 150-LOAD-BRANCH-REFERENCE
           PERFORM 180-LOAD-SALESREP-REFERENCE

           OPEN INPUT  INPUT-BUDGTRAN
                OUTPUT OUTPUT-BUDGMAST
                       OUTPUT-BMNTLIST

           OPEN INPUT INPUT-BUDGMAST
           IF BUDGMAST-FILE-STATUS = "35"
               SET INITIAL-LOAD TO TRUE
               MOVE "INITIAL LOAD - NO BUDGMAST ON FILE"
                   TO BMNTLIST-AREA
               WRITE BMNTLIST-AREA
               MOVE SPACES TO BMNTLIST-AREA
               WRITE BMNTLIST-AREA
           END-IF

           MOVE "TRANSACTIONS REJECTED BY EDIT" TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           SORT SORT-FILE
               ON ASCENDING KEY SR-BUDGET-KEY
                                SR-ENTRY-SEQUENCE
               INPUT PROCEDURE 200-EDIT-BUDGET-TRANSACTIONS
               OUTPUT PROCEDURE 300-APPLY-BUDGET-TRANSACTIONS

           PERFORM 900-PRINT-ACTIVITY-TOTALS

           IF NOT INITIAL-LOAD
               CLOSE INPUT-BUDGMAST
           END-IF
           CLOSE INPUT-BUDGTRAN
                 OUTPUT-BUDGMAST
                 OUTPUT-BMNTLIST

           PERFORM 950-RECORD-RUN-COMPLETION
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
                   DISPLAY "BUDGMNT - INVALID GENERATION PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "BUDGMNT - SUPPLY AN 8-DIGIT GENERATION "
                       "OR LEAVE BLANK FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "BUDGMNT" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "BUDGMNT - GENERATION " RCR-GENERATION
                   " ALREADY PROCESSED"
               DISPLAY "BUDGMNT - DUPLICATE RUN STOPPED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "BUDGMNT" TO RCR-PROGRAM-NAME
           MOVE "BUDGTRAN,BUDGMAST,NEWBMAST,BMNTLIST"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       150-LOAD-BRANCH-REFERENCE.

           MOVE SPACES TO BRANCH-VALID-TABLE

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
               MOVE "Y" TO BVT-BRANCH-FLAG (BR-BRANCH-NUMBER)
           END-IF

           PERFORM 160-READ-BRANCH-REFERENCE.

       180-LOAD-SALESREP-REFERENCE.

           MOVE SPACES TO SALESREP-VALID-TABLE

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
               MOVE "Y" TO SVT-SALESREP-FLAG (SM-SALESREP-NUMBER)
               MOVE SM-BRANCH-NUMBER
                   TO SVT-BRANCH-NUMBER (SM-SALESREP-NUMBER)
           END-IF

           PERFORM 185-READ-SALESREP-REFERENCE.

       200-EDIT-BUDGET-TRANSACTIONS.

           PERFORM 220-READ-RAW-TRANSACTION
           PERFORM 210-EDIT-ONE-TRANSACTION
               UNTIL BUDGTRAN-EOF-SWITCH = "Y"

           IF EDIT-REJECT-COUNT = ZERO
               MOVE "  (NONE)" TO BMNTLIST-AREA
               WRITE BMNTLIST-AREA
           END-IF.

       210-EDIT-ONE-TRANSACTION.

           MOVE "N" TO TRANSACTION-ERROR-SWITCH

           PERFORM 230-VALIDATE-TRANSACTION

           IF TRANSACTION-HAS-ERRORS
               ADD 1 TO EDIT-REJECT-COUNT
           ELSE
               PERFORM 250-RELEASE-EDITED-TRANSACTION
           END-IF

           PERFORM 220-READ-RAW-TRANSACTION.

       220-READ-RAW-TRANSACTION.

           READ INPUT-BUDGTRAN
               AT END
                   MOVE "Y" TO BUDGTRAN-EOF-SWITCH
           END-READ.

       230-VALIDATE-TRANSACTION.

           IF RB-TRANSACTION-CODE NOT = "A"
           AND RB-TRANSACTION-CODE NOT = "C"
           AND RB-TRANSACTION-CODE NOT = "D"
               MOVE "TRANSACTION CODE" TO EL-FIELD-NAME
               MOVE "CODE NOT A, C, OR D" TO EL-MESSAGE
               PERFORM 280-WRITE-EDIT-LINE
           END-IF

           IF RB-FISCAL-YEAR-X NOT NUMERIC
           OR RB-FISCAL-YEAR = ZERO
               MOVE "FISCAL YEAR" TO EL-FIELD-NAME
               MOVE "MUST BE NUMERIC YYYY" TO EL-MESSAGE
               PERFORM 280-WRITE-EDIT-LINE
           END-IF

           IF RB-BRANCH-NUMBER-X NOT NUMERIC
           OR RB-BRANCH-NUMBER = ZERO
               MOVE "BRANCH NUMBER" TO EL-FIELD-NAME
               MOVE "MUST BE NUMERIC, NOT ZERO" TO EL-MESSAGE
               PERFORM 280-WRITE-EDIT-LINE
           END-IF

           IF RB-SALESREP-NUMBER-X NOT NUMERIC
               MOVE "SALESREP NUMBER" TO EL-FIELD-NAME
               MOVE "NOT NUMERIC" TO EL-MESSAGE
               PERFORM 280-WRITE-EDIT-LINE
           END-IF

           MOVE "N" TO MONTH-SUPPLIED-SWITCH
           IF RB-TRANSACTION-CODE = "A"
           OR RB-TRANSACTION-CODE = "C"
               PERFORM 240-VALIDATE-ONE-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
           END-IF

           EVALUATE RB-TRANSACTION-CODE
               WHEN "A"
                   PERFORM 260-CHECK-ADD-REFERENCES
               WHEN "C"
                   IF NOT ANY-MONTH-SUPPLIED
                       MOVE "MONTHLY BUDGETS" TO EL-FIELD-NAME
                       MOVE "NONE SUPPLIED FOR CHANGE" TO EL-MESSAGE
                       PERFORM 280-WRITE-EDIT-LINE
                   END-IF
           END-EVALUATE.

       240-VALIDATE-ONE-MONTH.

           IF RB-MONTH-AMOUNT-X (MONTH-SUB) NOT = SPACES
               SET ANY-MONTH-SUPPLIED TO TRUE
               IF RB-MONTH-AMOUNT-X (MONTH-SUB) NOT NUMERIC
                   MOVE MONTH-SUB TO MONTH-NUMBER
                   MOVE SPACES TO EL-FIELD-NAME
                   STRING "MONTH " DELIMITED BY SIZE
                           MONTH-NUMBER DELIMITED BY SIZE
                           " BUDGET" DELIMITED BY SIZE
                       INTO EL-FIELD-NAME
                   MOVE "NOT NUMERIC" TO EL-MESSAGE
                   PERFORM 280-WRITE-EDIT-LINE
               END-IF
           END-IF.

       250-RELEASE-EDITED-TRANSACTION.

           MOVE RB-FISCAL-YEAR TO SR-FISCAL-YEAR
           MOVE RB-BRANCH-NUMBER TO SR-BRANCH-NUMBER
           MOVE RB-SALESREP-NUMBER TO SR-SALESREP-NUMBER
           MOVE RB-TRANSACTION-CODE TO SR-TRANSACTION-CODE
           ADD 1 TO ENTRY-SEQUENCE
           MOVE ENTRY-SEQUENCE TO SR-ENTRY-SEQUENCE

           PERFORM 255-MOVE-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12

           RELEASE SORT-RECORD.

       255-MOVE-ONE-MONTH.

           IF SR-DELETE-TRANSACTION
           OR RB-MONTH-AMOUNT-X (MONTH-SUB) = SPACES
               MOVE "N" TO SR-MONTH-SUPPLIED-SWITCH (MONTH-SUB)
               MOVE ZERO TO SR-MONTH-AMOUNT (MONTH-SUB)
           ELSE
               MOVE "Y" TO SR-MONTH-SUPPLIED-SWITCH (MONTH-SUB)
               MOVE RB-MONTH-AMOUNT (MONTH-SUB)
                   TO SR-MONTH-AMOUNT (MONTH-SUB)
           END-IF.

       260-CHECK-ADD-REFERENCES.

           IF RB-BRANCH-NUMBER-X IS NUMERIC
           AND RB-BRANCH-NUMBER > ZERO
               IF NOT BVT-VALID-BRANCH (RB-BRANCH-NUMBER)
                   MOVE "BRANCH NUMBER" TO EL-FIELD-NAME
                   MOVE "NOT ON BRCHTBL" TO EL-MESSAGE
                   PERFORM 280-WRITE-EDIT-LINE
               END-IF
           END-IF

           IF RB-SALESREP-NUMBER-X IS NUMERIC
           AND RB-SALESREP-NUMBER > ZERO
               IF NOT SVT-VALID-SALESREP (RB-SALESREP-NUMBER)
                   MOVE "SALESREP NUMBER" TO EL-FIELD-NAME
                   MOVE "NOT ON SREPMAST" TO EL-MESSAGE
                   PERFORM 280-WRITE-EDIT-LINE
               ELSE
                   IF RB-BRANCH-NUMBER-X IS NUMERIC
                   AND SVT-BRANCH-NUMBER (RB-SALESREP-NUMBER)
                       NOT = RB-BRANCH-NUMBER
                       MOVE "SALESREP NUMBER" TO EL-FIELD-NAME
                       MOVE "REP NOT IN THIS BRANCH" TO EL-MESSAGE
                       PERFORM 280-WRITE-EDIT-LINE
                   END-IF
               END-IF
           END-IF.

       280-WRITE-EDIT-LINE.

           SET TRANSACTION-HAS-ERRORS TO TRUE
           MOVE RB-FISCAL-YEAR-X TO EL-FISCAL-YEAR
           MOVE RB-BRANCH-NUMBER-X TO EL-BRANCH-NUMBER
           MOVE RB-SALESREP-NUMBER-X TO EL-SALESREP-NUMBER
           MOVE RB-TRANSACTION-CODE TO EL-TRANSACTION-CODE
           MOVE EDIT-LINE TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA.

       300-APPLY-BUDGET-TRANSACTIONS.

           MOVE SPACES TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA
           MOVE "BUDGET MASTER ACTIVITY" TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           PERFORM 340-READ-BUDGET-MASTER
           PERFORM 310-RETURN-BUDGET-TRANSACTION

           PERFORM 320-MATCH-MASTER-AND-TRANSACTION
               UNTIL BUDGMAST-EOF-SWITCH = "Y"
               AND   SORT-EOF-SWITCH = "Y".

       310-RETURN-BUDGET-TRANSACTION.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO SR-BUDGET-KEY
           END-RETURN.

       320-MATCH-MASTER-AND-TRANSACTION.

           PERFORM 330-SET-MATCH-SWITCH

           EVALUATE TRUE
               WHEN MASTER-LOW
                   PERFORM 400-WRITE-UNCHANGED-MASTER
                   PERFORM 340-READ-BUDGET-MASTER
               WHEN TRANSACTION-LOW
                   PERFORM 450-APPLY-ADD-TRANSACTION
                   PERFORM 310-RETURN-BUDGET-TRANSACTION
               WHEN MASTER-EQUALS-TRANSACTION
                   PERFORM 500-APPLY-TRANSACTION-TO-MASTER
                       UNTIL NOT MASTER-EQUALS-TRANSACTION
                   IF NOT MASTER-DELETED
                       PERFORM 400-WRITE-UNCHANGED-MASTER
                   END-IF
                   PERFORM 340-READ-BUDGET-MASTER
           END-EVALUATE.

       330-SET-MATCH-SWITCH.

           IF BUDGMAST-EOF-SWITCH = "Y"
               SET TRANSACTION-LOW TO TRUE
           ELSE
               IF SORT-EOF-SWITCH = "Y"
                   SET MASTER-LOW TO TRUE
               ELSE
                   IF BG-BUDGET-KEY < SR-BUDGET-KEY
                       SET MASTER-LOW TO TRUE
                   ELSE
                       IF BG-BUDGET-KEY > SR-BUDGET-KEY
                           SET TRANSACTION-LOW TO TRUE
                       ELSE
                           SET MASTER-EQUALS-TRANSACTION TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       340-READ-BUDGET-MASTER.

           MOVE "N" TO MASTER-DELETED-SWITCH

           IF INITIAL-LOAD
               MOVE "Y" TO BUDGMAST-EOF-SWITCH
           ELSE
               READ INPUT-BUDGMAST
                   AT END
                       MOVE "Y" TO BUDGMAST-EOF-SWITCH
               END-READ
           END-IF

           IF BUDGMAST-EOF-SWITCH = "Y"
               MOVE HIGH-VALUES TO BG-BUDGET-KEY
           END-IF.

       400-WRITE-UNCHANGED-MASTER.

           MOVE BUDGET-MASTER-RECORD TO NEW-BUDGET-MASTER-RECORD
           WRITE NEW-BUDGET-MASTER-RECORD
           ADD 1 TO MASTER-WRITTEN-COUNT.

       450-APPLY-ADD-TRANSACTION.

           MOVE SR-FISCAL-YEAR TO AL-FISCAL-YEAR
           MOVE SR-BRANCH-NUMBER TO AL-BRANCH-NUMBER
           MOVE SR-SALESREP-NUMBER TO AL-SALESREP-NUMBER

           IF SR-ADD-TRANSACTION
               IF SR-BUDGET-KEY = LAST-ADDED-KEY
                   MOVE "REJECTED - DUPLICATE ADD" TO AL-ACTION
                   MOVE ZERO TO ANNUAL-BUDGET-TOTAL
                   PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
                   ADD 1 TO REJECT-COUNT
               ELSE
                   MOVE SPACES TO ADD-BUDGET-MASTER-RECORD
                   MOVE SR-FISCAL-YEAR TO AB-FISCAL-YEAR
                   MOVE SR-BRANCH-NUMBER TO AB-BRANCH-NUMBER
                   MOVE SR-SALESREP-NUMBER TO AB-SALESREP-NUMBER
                   MOVE ZERO TO ANNUAL-BUDGET-TOTAL
                   PERFORM 460-ADD-ONE-MONTH
                       VARYING MONTH-SUB FROM 1 BY 1
                       UNTIL MONTH-SUB > 12
                   MOVE ADD-BUDGET-MASTER-RECORD
                       TO NEW-BUDGET-MASTER-RECORD
                   WRITE NEW-BUDGET-MASTER-RECORD
                   ADD 1 TO MASTER-WRITTEN-COUNT
                   MOVE SR-BUDGET-KEY TO LAST-ADDED-KEY
                   MOVE "ADDED" TO AL-ACTION
                   PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
                   ADD 1 TO ADD-COUNT
               END-IF
           ELSE
               MOVE "REJECTED - NO MASTER" TO AL-ACTION
               MOVE ZERO TO ANNUAL-BUDGET-TOTAL
               PERFORM 920-WRITE-ACTIVITY-LINE-TRAN
               ADD 1 TO REJECT-COUNT
           END-IF.

       460-ADD-ONE-MONTH.

           MOVE SR-MONTH-AMOUNT (MONTH-SUB)
               TO AB-MONTHLY-BUDGET (MONTH-SUB)
           ADD SR-MONTH-AMOUNT (MONTH-SUB) TO ANNUAL-BUDGET-TOTAL.

       500-APPLY-TRANSACTION-TO-MASTER.

           EVALUATE TRUE
               WHEN SR-CHANGE-TRANSACTION
                   PERFORM 510-APPLY-CHANGE-TRANSACTION
               WHEN SR-DELETE-TRANSACTION
                   PERFORM 530-APPLY-DELETE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - DUPLICATE ADD" TO AL-ACTION
                   PERFORM 910-WRITE-ACTIVITY-LINE
                   ADD 1 TO REJECT-COUNT
           END-EVALUATE

           PERFORM 310-RETURN-BUDGET-TRANSACTION
           PERFORM 330-SET-MATCH-SWITCH.

       510-APPLY-CHANGE-TRANSACTION.

           IF MASTER-DELETED
               MOVE "REJECTED - MASTER DELETED" TO AL-ACTION
               PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM 515-CHANGE-ONE-MONTH
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > 12
               MOVE "CHANGED" TO AL-ACTION
               PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO CHANGE-COUNT
           END-IF.

       515-CHANGE-ONE-MONTH.

           IF SR-MONTH-SUPPLIED (MONTH-SUB)
               MOVE SR-MONTH-AMOUNT (MONTH-SUB)
                   TO BG-MONTHLY-BUDGET (MONTH-SUB)
           END-IF.

       530-APPLY-DELETE-TRANSACTION.

           IF MASTER-DELETED
               MOVE "REJECTED - MASTER DELETED" TO AL-ACTION
               PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO REJECT-COUNT
           ELSE
               SET MASTER-DELETED TO TRUE
               MOVE "DELETED" TO AL-ACTION
               PERFORM 910-WRITE-ACTIVITY-LINE
               ADD 1 TO DELETE-COUNT
           END-IF.

       900-PRINT-ACTIVITY-TOTALS.

           MOVE SPACES TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "EDIT REJECTS: " DELIMITED BY SIZE
                   EDIT-REJECT-COUNT DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "ADDED.......: " DELIMITED BY SIZE
                   ADD-COUNT      DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "CHANGED.....: " DELIMITED BY SIZE
                   CHANGE-COUNT   DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "DELETED.....: " DELIMITED BY SIZE
                   DELETE-COUNT   DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "REJECTED....: " DELIMITED BY SIZE
                   REJECT-COUNT   DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA

           MOVE SPACES TO BMNTLIST-AREA
           STRING "LINES ON FILE: " DELIMITED BY SIZE
                   MASTER-WRITTEN-COUNT DELIMITED BY SIZE
               INTO BMNTLIST-AREA
           WRITE BMNTLIST-AREA.

       910-WRITE-ACTIVITY-LINE.

           MOVE BG-FISCAL-YEAR TO AL-FISCAL-YEAR
           MOVE BG-BRANCH-NUMBER TO AL-BRANCH-NUMBER
           MOVE BG-SALESREP-NUMBER TO AL-SALESREP-NUMBER
           MOVE ZERO TO ANNUAL-BUDGET-TOTAL
           PERFORM 915-ADD-ONE-MONTH-TO-TOTAL
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12
           PERFORM 920-WRITE-ACTIVITY-LINE-TRAN.

       915-ADD-ONE-MONTH-TO-TOTAL.

           ADD BG-MONTHLY-BUDGET (MONTH-SUB) TO ANNUAL-BUDGET-TOTAL.

       920-WRITE-ACTIVITY-LINE-TRAN.

           IF AL-ACTION (1:8) = "REJECTED"
               MOVE SPACES TO AL-ANNUAL-AREA
           ELSE
               MOVE "ANNUAL: " TO AL-ANNUAL-LABEL
               MOVE ANNUAL-BUDGET-TOTAL TO AL-ANNUAL-BUDGET
           END-IF
           MOVE ACTIVITY-LINE TO BMNTLIST-AREA
           WRITE BMNTLIST-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "BUDGMNT" TO RCR-PROGRAM-NAME
           COMPUTE RCR-RECORD-COUNT =
               ADD-COUNT + CHANGE-COUNT + DELETE-COUNT + REJECT-COUNT
               + EDIT-REJECT-COUNT
           MOVE "OK" TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
