       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT3700.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program prints the customer master changes
      *  by operator on RPT3701 from the audit journal AUDJRNL written
      *  by CUSTMNT. Every journal record in the period is sorted by
      *  operator ID and run date and time, and each change prints
      *  with its generation, customer, action, the fields it
      *  changed, and the old and new credit limit. The operator is
      *  looked up on OPERFILE and every change the operator was not
      *  authorized to make is flagged with the reason: no operator
      *  on the transaction, an operator not on OPERFILE, an
      *  inquiry-only operator, or a maintenance-level operator who
      *  deleted or merged a customer or set a credit limit, which
      *  only credit-level operators may do. Each operator gets a
      *  total of changes and flagged changes, and the run ends with
      *  return code 4 when anything was flagged. The command-line
      *  parameters are the from and thru run dates (yyyymmdd; leave
      *  both blank for the current year to date) and optionally one
      *  operator ID to report on.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-AUDJRNL  ASSIGN TO AUDJRNL
               FILE STATUS IS AUDJRNL-FILE-STATUS.
           SELECT INPUT-OPERFILE ASSIGN TO OPERFILE
               FILE STATUS IS OPERFILE-FILE-STATUS.
           SELECT OUTPUT-RPT3700 ASSIGN TO RPT3701.
           SELECT SORT-FILE      ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-AUDJRNL.
           COPY AUDREC.

       FD  INPUT-OPERFILE.
           COPY OPERREC.

       FD  OUTPUT-RPT3700.
       01  PRINT-AREA                  PIC X(130).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-RUN-TIME             PIC 9(6).
           05  SR-JOURNAL-SEQUENCE     PIC 9(7).
           05  SR-GENERATION           PIC X(8).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-ACTION               PIC X(14).
           05  SR-CHANGED-FIELDS       PIC X(30).
           05  SR-OLD-CREDIT-LIMIT     PIC S9(5)V9(2).
           05  SR-NEW-CREDIT-LIMIT     PIC S9(5)V9(2).
           05  SR-FLAG-REASON          PIC X(24).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  AUDJRNL-EOF-SWITCH      PIC X VALUE "N".
           05  AUDJRNL-FILE-STATUS     PIC XX VALUE "00".
           05  OPERFILE-EOF-SWITCH     PIC X VALUE "N".
           05  OPERFILE-FILE-STATUS    PIC XX VALUE "00".
           05  SORT-EOF-SWITCH         PIC X VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X VALUE "Y".
               88  FIRST-SORTED-RECORD      VALUE "Y".
           05  OPERATOR-FOUND-SWITCH   PIC X VALUE "N".
               88  OPERATOR-FOUND           VALUE "Y".
           05  CREDIT-CHANGED-SWITCH   PIC X VALUE "N".
               88  CREDIT-LIMIT-CHANGED     VALUE "Y".

       01  COUNT-FIELDS.
           05  JOURNAL-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  SELECTED-COUNT          PIC 9(7) VALUE ZERO.
           05  FLAGGED-COUNT           PIC 9(7) VALUE ZERO.
           05  OPERATOR-CHANGE-COUNT   PIC S9(7) VALUE ZERO.
           05  OPERATOR-FLAGGED-COUNT  PIC S9(7) VALUE ZERO.

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
           05  SEL-OPERATOR-ID         PIC X(8) VALUE SPACES.

       01  OPERATOR-LOOKUP-FIELDS.
           05  OPERATOR-SUB            PIC S9(4) VALUE ZERO.
           05  MATCHED-OPERATOR-SUB    PIC S9(4) VALUE ZERO.
           05  OPERATOR-COUNT          PIC S9(4) VALUE ZERO.

       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY          OCCURS 500 TIMES.
               10  OPT-OPERATOR-ID     PIC X(8).
               10  OPT-OPERATOR-NAME   PIC X(20).
               10  OPT-AUTHORITY-LEVEL PIC X.
                   88  OPT-INQUIRY-LEVEL    VALUE "I".
                   88  OPT-MAINTENANCE-LEVEL VALUE "M".
                   88  OPT-CREDIT-LEVEL     VALUE "C".

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==BEFORE-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==BM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==BM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==BM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==BM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==BM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==BM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==BM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==BM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==BM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==BM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==BM-AR-BALANCE==.

           COPY CUSTREC REPLACING
               ==CUSTOMER-MASTER-RECORD==
                   BY ==AFTER-CUSTOMER-MASTER-RECORD==,
               ==CM-BROWSE-KEY==      BY ==AM-BROWSE-KEY==,
               ==CM-BRANCH-NUMBER==   BY ==AM-BRANCH-NUMBER==,
               ==CM-SALESREP-NUMBER== BY ==AM-SALESREP-NUMBER==,
               ==CM-CUSTOMER-NUMBER== BY ==AM-CUSTOMER-NUMBER==,
               ==CM-CUSTOMER-NAME==   BY ==AM-CUSTOMER-NAME==,
               ==CM-SALES-THIS-YTD== BY ==AM-SALES-THIS-YTD==,
               ==CM-SALES-LAST-YTD== BY ==AM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==AM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==AM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==AM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==AM-AR-BALANCE==.

       01  CHANGE-FIELDS.
           05  CHANGE-POINTER          PIC S9(3) VALUE ZERO.

       01  CONTROL-FIELDS.
           05  HOLD-OPERATOR-ID        PIC X(8) VALUE SPACES.

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3) VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3) VALUE +55.
           05  LINE-COUNT              PIC S9(3) VALUE +99.

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-3            PIC X(10) VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  JOURNAL-DATE-PARTS.
           05  JD-YEAR                 PIC 9(4).
           05  JD-MONTH                PIC 9(2).
           05  JD-DAY                  PIC 9(2).

       01  JOURNAL-TIME-PARTS.
           05  JT-HOURS                PIC 9(2).
           05  JT-MINUTES              PIC 9(2).
           05  JT-SECONDS              PIC 9(2).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH           PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL1-DAY             PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  HL1-YEAR            PIC 9(4).
           05  FILLER              PIC X(16)   VALUE SPACES.
           05  FILLER              PIC X(28)
               VALUE "MASTER CHANGES BY OPERATOR".
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
           05  FILLER              PIC X(7)    VALUE "RPT3701".
           05  FILLER              PIC X(51)   VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER PIC X(16) VALUE "    DATE".
           05  FILLER PIC X(10) VALUE "TIME".
           05  FILLER PIC X(10) VALUE "GENERATN".
           05  FILLER PIC X(7)  VALUE "CUST".
           05  FILLER PIC X(16) VALUE "ACTION".
           05  FILLER PIC X(24) VALUE "FIELDS CHANGED".
           05  FILLER PIC X(11) VALUE "OLD CREDIT".
           05  FILLER PIC X(12) VALUE "NEW CREDIT".
           05  FILLER PIC X(24) VALUE "AUTHORIZATION".

       01  HEADING-LINE-4.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(22)   VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE ALL "-".
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE ALL "-".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(24)   VALUE ALL "-".

       01  OPERATOR-HEADING-LINE.
           05  FILLER              PIC X(9)    VALUE "OPERATOR ".
           05  OHL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OHL-OPERATOR-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OHL-AUTHORITY-TEXT  PIC X(24).
           05  FILLER              PIC X(65)   VALUE SPACES.

       01  CHANGE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CL-MONTH            PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  CL-DAY              PIC 9(2).
           05  FILLER              PIC X       VALUE "/".
           05  CL-YEAR             PIC 9(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-HOURS            PIC 9(2).
           05  FILLER              PIC X       VALUE ":".
           05  CL-MINUTES          PIC 9(2).
           05  FILLER              PIC X       VALUE ":".
           05  CL-SECONDS          PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-GENERATION       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-ACTION           PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-CHANGED-FIELDS   PIC X(22).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-OLD-CREDIT-LIMIT PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  CL-NEW-CREDIT-LIMIT PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-FLAG-REASON      PIC X(24).

       01  OPERATOR-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE "OPERATOR TOTAL:    ".
           05  OTL-CHANGE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE " CHANGES  ".
           05  OTL-FLAGGED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE " UNAUTHORIZED".
           05  FILLER              PIC X(70)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-PREPARE-OPERATOR-REPORT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-MONTH TO HL1-MONTH
           MOVE CD-DAY TO HL1-DAY
           MOVE CD-YEAR TO HL1-YEAR
           MOVE CD-HOURS TO HL2-HOURS
           MOVE CD-MINUTES TO HL2-MINUTES

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 150-LOAD-OPERATOR-REFERENCE

           OPEN OUTPUT OUTPUT-RPT3700

           SORT SORT-FILE
               ON ASCENDING KEY SR-OPERATOR-ID
                                SR-RUN-DATE
                                SR-RUN-TIME
                                SR-JOURNAL-SEQUENCE
               INPUT PROCEDURE 200-SELECT-PERIOD-CHANGES
               OUTPUT PROCEDURE 300-PRINT-OPERATOR-CHANGES

           CLOSE OUTPUT-RPT3700

           IF FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2 PARM-TOKEN-3
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
                   DISPLAY "RPT3700 - INVALID PERIOD " PARM-TOKEN-1
                       " " PARM-TOKEN-2
                   DISPLAY "RPT3700 - SUPPLY FROM AND THRU DATES "
                       "YYYYMMDD OR LEAVE BLANK FOR YEAR TO DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PARM-TOKEN-3 (9:2) NOT = SPACES
               DISPLAY "RPT3700 - INVALID OPERATOR ID " PARM-TOKEN-3
               DISPLAY "RPT3700 - OPERATOR IDS ARE AT MOST 8 "
                   "CHARACTERS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-TOKEN-3 (1:8) TO SEL-OPERATOR-ID

           MOVE SEL-FROM-MONTH TO HL2-FROM-MONTH
           MOVE SEL-FROM-DAY TO HL2-FROM-DAY
           MOVE SEL-FROM-YEAR TO HL2-FROM-YEAR
           MOVE SEL-THRU-MONTH TO HL2-THRU-MONTH
           MOVE SEL-THRU-DAY TO HL2-THRU-DAY
           MOVE SEL-THRU-YEAR TO HL2-THRU-YEAR.

       150-LOAD-OPERATOR-REFERENCE.

           MOVE ZERO TO OPERATOR-COUNT

           OPEN INPUT INPUT-OPERFILE
           IF OPERFILE-FILE-STATUS NOT = "00"
               DISPLAY "RPT3700 - OPERFILE OPEN FAILED, STATUS "
                   OPERFILE-FILE-STATUS
               DISPLAY "RPT3700 - EVERY CHANGE WILL BE FLAGGED"
           ELSE
               PERFORM 160-READ-OPERATOR-RECORD
               PERFORM 170-LOAD-ONE-OPERATOR
                   UNTIL OPERFILE-EOF-SWITCH = "Y"
               CLOSE INPUT-OPERFILE
           END-IF.

       160-READ-OPERATOR-RECORD.

           READ INPUT-OPERFILE
               AT END
                   MOVE "Y" TO OPERFILE-EOF-SWITCH
           END-READ.

       170-LOAD-ONE-OPERATOR.

           IF OP-OPERATOR-ID NOT = SPACES
               IF OPERATOR-COUNT < 500
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OP-OPERATOR-ID
                       TO OPT-OPERATOR-ID (OPERATOR-COUNT)
                   MOVE OP-OPERATOR-NAME
                       TO OPT-OPERATOR-NAME (OPERATOR-COUNT)
                   MOVE OP-AUTHORITY-LEVEL
                       TO OPT-AUTHORITY-LEVEL (OPERATOR-COUNT)
               ELSE
                   DISPLAY "RPT3700 - OPERATOR FILE HAS MORE THAN "
                       "500 OPERATORS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 160-READ-OPERATOR-RECORD.

       200-SELECT-PERIOD-CHANGES.

           OPEN INPUT INPUT-AUDJRNL
           IF AUDJRNL-FILE-STATUS = "35"
               MOVE "Y" TO AUDJRNL-EOF-SWITCH
           ELSE
               PERFORM 220-READ-JOURNAL-RECORD
               PERFORM 210-RELEASE-ONE-CHANGE
                   UNTIL AUDJRNL-EOF-SWITCH = "Y"
               CLOSE INPUT-AUDJRNL
           END-IF.

       210-RELEASE-ONE-CHANGE.

           ADD 1 TO JOURNAL-READ-COUNT

           IF AJ-RUN-DATE NOT < SEL-FROM-DATE
           AND AJ-RUN-DATE NOT > SEL-THRU-DATE
           AND (SEL-OPERATOR-ID = SPACES
                OR AJ-OPERATOR-ID = SEL-OPERATOR-ID)
               MOVE AJ-BEFORE-IMAGE TO BEFORE-CUSTOMER-MASTER-RECORD
               MOVE AJ-AFTER-IMAGE TO AFTER-CUSTOMER-MASTER-RECORD
               MOVE AJ-OPERATOR-ID TO SR-OPERATOR-ID
               MOVE AJ-RUN-DATE TO SR-RUN-DATE
               MOVE AJ-RUN-TIME TO SR-RUN-TIME
               MOVE JOURNAL-READ-COUNT TO SR-JOURNAL-SEQUENCE
               MOVE AJ-GENERATION TO SR-GENERATION
               PERFORM 230-DESCRIBE-CHANGE
               PERFORM 250-CHECK-AUTHORIZATION
               RELEASE SORT-RECORD
               ADD 1 TO SELECTED-COUNT
           END-IF

           PERFORM 220-READ-JOURNAL-RECORD.

       220-READ-JOURNAL-RECORD.

           READ INPUT-AUDJRNL
               AT END
                   MOVE "Y" TO AUDJRNL-EOF-SWITCH
           END-READ.

       230-DESCRIBE-CHANGE.

           MOVE SPACES TO SR-CHANGED-FIELDS
           MOVE 1 TO CHANGE-POINTER
           MOVE "N" TO CREDIT-CHANGED-SWITCH
           MOVE ZERO TO SR-OLD-CREDIT-LIMIT
           MOVE ZERO TO SR-NEW-CREDIT-LIMIT

           IF AJ-AFTER-IMAGE = SPACES
               MOVE BM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           ELSE
               MOVE AM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           END-IF
           IF AJ-BEFORE-IMAGE NOT = SPACES
               MOVE BM-CREDIT-LIMIT TO SR-OLD-CREDIT-LIMIT
           END-IF
           IF AJ-AFTER-IMAGE NOT = SPACES
               MOVE AM-CREDIT-LIMIT TO SR-NEW-CREDIT-LIMIT
           END-IF

           EVALUATE AJ-TRANSACTION-CODE
               WHEN "A"
                   MOVE "ADDED" TO SR-ACTION
                   IF AM-CREDIT-LIMIT NOT = ZERO
                       SET CREDIT-LIMIT-CHANGED TO TRUE
                   END-IF
               WHEN "C"
                   MOVE "CHANGED" TO SR-ACTION
                   PERFORM 240-LIST-CHANGED-FIELDS
               WHEN "R"
                   MOVE "ROLLED OVER" TO SR-ACTION
               WHEN "D"
                   MOVE "DELETED" TO SR-ACTION
               WHEN "M"
                   IF AJ-AFTER-IMAGE = SPACES
                       MOVE "MERGED AWAY" TO SR-ACTION
                   ELSE
                       MOVE "MERGE SURVIVOR" TO SR-ACTION
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN CODE" TO SR-ACTION
           END-EVALUATE.

       240-LIST-CHANGED-FIELDS.

           IF AM-CUSTOMER-NAME NOT = BM-CUSTOMER-NAME
               STRING "NAM " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF
           IF AM-BRANCH-NUMBER NOT = BM-BRANCH-NUMBER
               STRING "BR " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF
           IF AM-SALESREP-NUMBER NOT = BM-SALESREP-NUMBER
               STRING "REP " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF
           IF AM-REGION-NUMBER NOT = BM-REGION-NUMBER
               STRING "RGN " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF
           IF AM-YTD-UNITS-SOLD NOT = BM-YTD-UNITS-SOLD
               STRING "UNT " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF
           IF AM-CREDIT-LIMIT NOT = BM-CREDIT-LIMIT
               SET CREDIT-LIMIT-CHANGED TO TRUE
               STRING "CR " DELIMITED BY SIZE
                   INTO SR-CHANGED-FIELDS
                   WITH POINTER CHANGE-POINTER
           END-IF.

       250-CHECK-AUTHORIZATION.

           MOVE SPACES TO SR-FLAG-REASON
           MOVE "N" TO OPERATOR-FOUND-SWITCH
           PERFORM 255-MATCH-ONE-OPERATOR
               VARYING OPERATOR-SUB FROM 1 BY 1
               UNTIL OPERATOR-SUB > OPERATOR-COUNT
               OR OPERATOR-FOUND

           EVALUATE TRUE
               WHEN AJ-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ON RECORD" TO SR-FLAG-REASON
               WHEN NOT OPERATOR-FOUND
                   MOVE "OPERATOR NOT ON OPERFILE" TO SR-FLAG-REASON
               WHEN OPT-CREDIT-LEVEL (MATCHED-OPERATOR-SUB)
                   CONTINUE
               WHEN OPT-INQUIRY-LEVEL (MATCHED-OPERATOR-SUB)
                   MOVE "INQUIRY-ONLY OPERATOR" TO SR-FLAG-REASON
               WHEN NOT OPT-MAINTENANCE-LEVEL (MATCHED-OPERATOR-SUB)
                   MOVE "UNKNOWN AUTHORITY LEVEL" TO SR-FLAG-REASON
               WHEN AJ-TRANSACTION-CODE = "D"
                   MOVE "DELETE NEEDS CREDIT LVL" TO SR-FLAG-REASON
               WHEN AJ-TRANSACTION-CODE = "M"
                   MOVE "MERGE NEEDS CREDIT LVL" TO SR-FLAG-REASON
               WHEN CREDIT-LIMIT-CHANGED
                   MOVE "LIMIT NEEDS CREDIT LVL" TO SR-FLAG-REASON
           END-EVALUATE.

       255-MATCH-ONE-OPERATOR.

           IF AJ-OPERATOR-ID = OPT-OPERATOR-ID (OPERATOR-SUB)
               SET OPERATOR-FOUND TO TRUE
               MOVE OPERATOR-SUB TO MATCHED-OPERATOR-SUB
           END-IF.

       300-PRINT-OPERATOR-CHANGES.

           PERFORM 310-RETURN-SORTED-CHANGE
           PERFORM 320-PROCESS-ONE-CHANGE
               UNTIL SORT-EOF-SWITCH = "Y"

           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 500-PRINT-OPERATOR-TOTAL
           END-IF

           PERFORM 850-PRINT-CONTROL-TOTALS.

       310-RETURN-SORTED-CHANGE.

           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       320-PROCESS-ONE-CHANGE.

           IF FIRST-SORTED-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 350-START-OPERATOR
           ELSE
               IF SR-OPERATOR-ID NOT = HOLD-OPERATOR-ID
                   PERFORM 500-PRINT-OPERATOR-TOTAL
                   PERFORM 350-START-OPERATOR
               END-IF
           END-IF

           PERFORM 400-PRINT-CHANGE-LINE

           PERFORM 310-RETURN-SORTED-CHANGE.

       350-START-OPERATOR.

           MOVE SR-OPERATOR-ID TO HOLD-OPERATOR-ID

           IF LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE "N" TO OPERATOR-FOUND-SWITCH
           PERFORM 360-MATCH-HELD-OPERATOR
               VARYING OPERATOR-SUB FROM 1 BY 1
               UNTIL OPERATOR-SUB > OPERATOR-COUNT
               OR OPERATOR-FOUND

           MOVE HOLD-OPERATOR-ID TO OHL-OPERATOR-ID
           EVALUATE TRUE
               WHEN HOLD-OPERATOR-ID = SPACES
                   MOVE "(NONE)" TO OHL-OPERATOR-ID
                   MOVE SPACES TO OHL-OPERATOR-NAME
                   MOVE "NO OPERATOR ON RECORD" TO OHL-AUTHORITY-TEXT
               WHEN NOT OPERATOR-FOUND
                   MOVE SPACES TO OHL-OPERATOR-NAME
                   MOVE "NOT ON OPERFILE" TO OHL-AUTHORITY-TEXT
               WHEN OTHER
                   MOVE OPT-OPERATOR-NAME (MATCHED-OPERATOR-SUB)
                       TO OHL-OPERATOR-NAME
                   EVALUATE TRUE
                       WHEN OPT-CREDIT-LEVEL (MATCHED-OPERATOR-SUB)
                           MOVE "CREDIT LEVEL"
                               TO OHL-AUTHORITY-TEXT
                       WHEN OPT-MAINTENANCE-LEVEL
                               (MATCHED-OPERATOR-SUB)
                           MOVE "MAINTENANCE LEVEL"
                               TO OHL-AUTHORITY-TEXT
                       WHEN OPT-INQUIRY-LEVEL (MATCHED-OPERATOR-SUB)
                           MOVE "INQUIRY LEVEL"
                               TO OHL-AUTHORITY-TEXT
                       WHEN OTHER
                           MOVE "UNKNOWN LEVEL"
                               TO OHL-AUTHORITY-TEXT
                   END-EVALUATE
           END-EVALUATE

           MOVE OPERATOR-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       360-MATCH-HELD-OPERATOR.

           IF HOLD-OPERATOR-ID = OPT-OPERATOR-ID (OPERATOR-SUB)
               SET OPERATOR-FOUND TO TRUE
               MOVE OPERATOR-SUB TO MATCHED-OPERATOR-SUB
           END-IF.

       400-PRINT-CHANGE-LINE.

           MOVE SR-RUN-DATE TO JOURNAL-DATE-PARTS
           MOVE JD-MONTH TO CL-MONTH
           MOVE JD-DAY TO CL-DAY
           MOVE JD-YEAR TO CL-YEAR
           MOVE SR-RUN-TIME TO JOURNAL-TIME-PARTS
           MOVE JT-HOURS TO CL-HOURS
           MOVE JT-MINUTES TO CL-MINUTES
           MOVE JT-SECONDS TO CL-SECONDS
           MOVE SR-GENERATION TO CL-GENERATION
           MOVE SR-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER
           MOVE SR-ACTION TO CL-ACTION
           MOVE SR-CHANGED-FIELDS TO CL-CHANGED-FIELDS
           MOVE SR-OLD-CREDIT-LIMIT TO CL-OLD-CREDIT-LIMIT
           MOVE SR-NEW-CREDIT-LIMIT TO CL-NEW-CREDIT-LIMIT
           MOVE SR-FLAG-REASON TO CL-FLAG-REASON

           ADD 1 TO OPERATOR-CHANGE-COUNT
           IF SR-FLAG-REASON NOT = SPACES
               ADD 1 TO OPERATOR-FLAGGED-COUNT
               ADD 1 TO FLAGGED-COUNT
           END-IF

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE CHANGE-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       500-PRINT-OPERATOR-TOTAL.

           MOVE OPERATOR-CHANGE-COUNT TO OTL-CHANGE-COUNT
           MOVE OPERATOR-FLAGGED-COUNT TO OTL-FLAGGED-COUNT
           MOVE OPERATOR-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 2 TO LINE-COUNT

           MOVE ZERO TO OPERATOR-CHANGE-COUNT
           MOVE ZERO TO OPERATOR-FLAGGED-COUNT.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-3 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE HEADING-LINE-4 TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE ZERO TO LINE-COUNT.

       850-PRINT-CONTROL-TOTALS.

           IF PAGE-COUNT = ZERO
               PERFORM 800-PRINT-HEADING-LINES
           END-IF

           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "JOURNAL RECORDS READ: " DELIMITED BY SIZE
                   JOURNAL-READ-COUNT     DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "SELECTED FOR PERIOD.: " DELIMITED BY SIZE
                   SELECTED-COUNT         DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACES TO PRINT-AREA
           STRING "UNAUTHORIZED CHANGES: " DELIMITED BY SIZE
                   FLAGGED-COUNT          DELIMITED BY SIZE
               INTO PRINT-AREA
           WRITE PRINT-AREA.
