       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYEDIT.

      *  Programmer.: Gabe Dilley and Garrett Finke
      *  Date.......: 2026.10.15
      *  GitHub URL.: https://github.com/gawdilley/COBOL-Chapter-4-Assignment
      *  Description: This program edits raw cash receipts ahead of
      *  PAYPST, the way SALESEDT fronts SALESPST. Each record on
      *  PAYTRAN is checked for a numeric customer number in range
      *  that is on CUSTMAST, a plausible payment date, and a
      *  numeric payment amount greater than zero. Clean records are
      *  sorted into customer and payment-date sequence and written
      *  to EDITPAY, the file PAYPST posts from. Rejects go to the
      *  suspense file NEWPSUSP with the reason and the date they
      *  first suspended. The prior suspense file PAYSUSP is
      *  re-edited at the top of every run, so a receipt suspended
      *  for a missing customer posts automatically once the
      *  customer is added - cash is never dropped. Suspense items
      *  older than the aging limit (second command-line parameter,
      *  default 7 days) are flagged on the PAYELIST aging section.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-PAYTRAN   ASSIGN TO PAYTRAN.
           SELECT INPUT-PAYSUSP   ASSIGN TO PAYSUSP
               FILE STATUS IS PAYSUSP-FILE-STATUS.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT OUTPUT-EDITPAY  ASSIGN TO EDITPAY.
           SELECT OUTPUT-NEWPSUSP ASSIGN TO NEWPSUSP.
           SELECT OUTPUT-PAYELIST ASSIGN TO PAYELIST.
           SELECT SORT-FILE       ASSIGN TO SORTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  INPUT-PAYTRAN.
       01  RAW-PAYMENT-AREA            PIC X(80).

       FD  INPUT-PAYSUSP.
       01  SUSPENSE-IN-RECORD.
           05  SI-TRANSACTION-IMAGE    PIC X(80).
           05  SI-SUSPENSE-DATE-X      PIC X(8).
           05  SI-SUSPENSE-DATE        REDEFINES SI-SUSPENSE-DATE-X
                                       PIC 9(8).
           05  SI-REASON               PIC X(30).
           05  FILLER                  PIC X(2).

       FD  INPUT-CUSTMAST.
           COPY CUSTREC.

       FD  OUTPUT-EDITPAY.
           COPY PAYTRN.

       FD  OUTPUT-NEWPSUSP.
       01  SUSPENSE-OUT-RECORD.
           05  SO-TRANSACTION-IMAGE    PIC X(80).
           05  SO-SUSPENSE-DATE        PIC 9(8).
           05  SO-REASON               PIC X(30).
           05  FILLER                  PIC X(2).

       FD  OUTPUT-PAYELIST.
       01  PAYELIST-AREA               PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-PAYMENT-DATE         PIC 9(8).
           05  SR-PAYMENT-AMOUNT       PIC S9(7)V9(2).
           05  SR-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(48).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  PAYTRAN-EOF-SWITCH      PIC X VALUE "N".
           05  PAYSUSP-EOF-SWITCH      PIC X VALUE "N".
           05  PAYSUSP-OPEN-SWITCH     PIC X VALUE "N".
               88  PAYSUSP-IS-OPEN          VALUE "Y".
           05  PAYSUSP-FILE-STATUS     PIC XX VALUE "00".
           05  TRANSACTION-ERROR-SWITCH PIC X VALUE "N".
               88  TRANSACTION-HAS-ERRORS   VALUE "Y".
           05  RECYCLE-SWITCH          PIC X VALUE "N".
               88  RECYCLING-SUSPENSE       VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".

       01  COUNT-FIELDS.
           05  ACCEPTED-COUNT          PIC S9(5) VALUE ZERO.
           05  RECYCLED-COUNT          PIC S9(5) VALUE ZERO.
           05  SUSPENDED-COUNT         PIC S9(5) VALUE ZERO.
           05  AGED-SUSPENSE-COUNT     PIC S9(5) VALUE ZERO.

       01  AMOUNT-FIELDS.
           05  ACCEPTED-AMOUNT         PIC S9(9)V9(2) VALUE ZERO.

       01  RUN-DATE-AND-TIME.
           05  RUN-STAMP-DATE          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COMMAND-LINE-PARAMETER      PIC X(40) VALUE SPACES.

       01  PARM-TOKENS.
           05  PARM-TOKEN-1            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-2            PIC X(10) VALUE SPACES.
           05  PARM-TOKEN-3            PIC X(10) VALUE SPACES.

       01  RUN-GENERATION-X            PIC X(8) VALUE SPACES.
       01  RUN-GENERATION-DATE         PIC 9(8) VALUE ZERO.

           COPY RUNCTLQ.

       01  EDIT-WORK-RECORD.
           05  EW-CUSTOMER-NUMBER-X    PIC X(5).
           05  EW-CUSTOMER-NUMBER      REDEFINES EW-CUSTOMER-NUMBER-X
                                       PIC 9(5).
           05  EW-PAYMENT-DATE-X       PIC X(8).
           05  EW-PAYMENT-DATE         REDEFINES EW-PAYMENT-DATE-X
                                       PIC 9(8).
           05  EW-PAYMENT-DATE-PARTS   REDEFINES EW-PAYMENT-DATE-X.
               10  EW-PAYMENT-YEAR     PIC 9(4).
               10  EW-PAYMENT-MONTH    PIC 9(2).
               10  EW-PAYMENT-DAY      PIC 9(2).
           05  EW-PAYMENT-AMOUNT-X     PIC X(9).
           05  EW-PAYMENT-AMOUNT       REDEFINES EW-PAYMENT-AMOUNT-X
                                       PIC 9(7)V9(2).
           05  EW-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(48).

       01  SUSPENSE-WORK-FIELDS.
           05  SUSPENSE-REASON         PIC X(30) VALUE SPACES.
           05  SUSPENSE-DATE-WORK      PIC 9(8) VALUE ZERO.
           05  AGING-LIMIT-DAYS        PIC S9(3) VALUE 7.
           05  AGE-IN-DAYS             PIC S9(5) VALUE ZERO.
           05  RUN-DAY-INTEGER         PIC S9(9) VALUE ZERO.
           05  SUSP-DAY-INTEGER        PIC S9(9) VALUE ZERO.

       01  CUSTOMER-VALID-TABLE.
           05  CVT-CUSTOMER-FLAG       OCCURS 99998 TIMES PIC X.
               88  CVT-VALID-CUSTOMER       VALUE "Y".

       01  EDIT-LINE.
           05  EL-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EL-SOURCE               PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EL-FIELD-NAME           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-MESSAGE              PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  AGING-LINE.
           05  FILLER                  PIC X(9)  VALUE "CUSTOMER ".
           05  AGL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(13)
               VALUE " IN SUSPENSE ".
           05  AGL-AGE-IN-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE " DAYS - ".
           05  AGL-REASON              PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  ACCEPTED-AMOUNT-LINE.
           05  FILLER                  PIC X(17)
               VALUE "AMOUNT ACCEPTED: ".
           05  AAL-ACCEPTED-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       000-EDIT-CASH-RECEIPTS.

           PERFORM 040-PARSE-RUN-PARAMETERS
           PERFORM 050-VERIFY-RUN-CONTROL

           OPEN INPUT  INPUT-PAYTRAN
                OUTPUT OUTPUT-NEWPSUSP
                       OUTPUT-PAYELIST

           OPEN INPUT INPUT-PAYSUSP
           IF PAYSUSP-FILE-STATUS = "00"
               MOVE "Y" TO PAYSUSP-OPEN-SWITCH
           ELSE
               MOVE "Y" TO PAYSUSP-EOF-SWITCH
           END-IF

           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-GENERATION-DATE)

           PERFORM 150-LOAD-CUSTOMER-REFERENCE

           SORT SORT-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
                                SR-PAYMENT-DATE
               INPUT PROCEDURE 100-EDIT-ALL-RECEIPTS
               GIVING OUTPUT-EDITPAY

           PERFORM 900-PRINT-EDIT-TOTALS

           CLOSE INPUT-PAYTRAN
                 OUTPUT-NEWPSUSP
                 OUTPUT-PAYELIST
           IF PAYSUSP-IS-OPEN
               CLOSE INPUT-PAYSUSP
           END-IF

           PERFORM 950-RECORD-RUN-COMPLETION
           STOP RUN.

       040-PARSE-RUN-PARAMETERS.

           ACCEPT COMMAND-LINE-PARAMETER FROM COMMAND-LINE

           UNSTRING COMMAND-LINE-PARAMETER DELIMITED BY SPACE
               INTO PARM-TOKEN-1 PARM-TOKEN-2 PARM-TOKEN-3
           END-UNSTRING

           IF PARM-TOKEN-1 = SPACES
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-AND-TIME
               MOVE RUN-STAMP-DATE TO RUN-GENERATION-X
           ELSE
               IF PARM-TOKEN-1 (1:8) IS NUMERIC
               AND PARM-TOKEN-1 (9:2) = SPACES
                   MOVE PARM-TOKEN-1 (1:8) TO RUN-GENERATION-X
               ELSE
                   DISPLAY "PAYEDIT - INVALID GENERATION PARAMETER "
                       PARM-TOKEN-1
                   DISPLAY "PAYEDIT - SUPPLY AN 8-DIGIT GENERATION "
                       "OR LEAVE BLANK FOR THE CURRENT DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-GENERATION-X TO RUN-GENERATION-DATE

           IF PARM-TOKEN-2 NOT = SPACES
               IF PARM-TOKEN-2 (1:3) IS NUMERIC
               AND PARM-TOKEN-2 (4:7) = SPACES
                   MOVE PARM-TOKEN-2 (1:3) TO AGING-LIMIT-DAYS
               ELSE
                   DISPLAY "PAYEDIT - INVALID AGING LIMIT "
                       PARM-TOKEN-2
                   DISPLAY "PAYEDIT - SUPPLY 3 DIGITS OF DAYS "
                       "OR LEAVE BLANK FOR 7"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       050-VERIFY-RUN-CONTROL.

           MOVE RUN-GENERATION-X TO RCR-GENERATION

           MOVE "CHECK" TO RCR-FUNCTION
           MOVE "PAYEDIT" TO RCR-PROGRAM-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RCR-RUN-FOUND
               DISPLAY "PAYEDIT - GENERATION " RCR-GENERATION
                   " ALREADY PROCESSED"
               DISPLAY "PAYEDIT - DUPLICATE RUN STOPPED BY "
                   "RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START" TO RCR-FUNCTION
           MOVE "PAYEDIT" TO RCR-PROGRAM-NAME
           MOVE "PAYTRAN,PAYSUSP,EDITPAY,NEWPSUSP"
               TO RCR-FILES-USED
           MOVE ZERO TO RCR-RECORD-COUNT
           MOVE SPACES TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       100-EDIT-ALL-RECEIPTS.

           MOVE "Y" TO RECYCLE-SWITCH
           IF PAYSUSP-IS-OPEN
               PERFORM 220-READ-SUSPENSE-RECORD
               PERFORM 110-RECYCLE-ONE-SUSPENSE
                   UNTIL PAYSUSP-EOF-SWITCH = "Y"
           END-IF

           MOVE "N" TO RECYCLE-SWITCH
           PERFORM 210-READ-RAW-RECEIPT
           PERFORM 120-EDIT-ONE-RECEIPT
               UNTIL PAYTRAN-EOF-SWITCH = "Y".

       110-RECYCLE-ONE-SUSPENSE.

           MOVE SI-TRANSACTION-IMAGE TO EDIT-WORK-RECORD
           IF SI-SUSPENSE-DATE-X IS NUMERIC
               MOVE SI-SUSPENSE-DATE TO SUSPENSE-DATE-WORK
           ELSE
               MOVE RUN-GENERATION-DATE TO SUSPENSE-DATE-WORK
           END-IF

           PERFORM 300-VALIDATE-RECEIPT

           IF TRANSACTION-HAS-ERRORS
               PERFORM 500-WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM 400-RELEASE-EDITED-RECEIPT
               ADD 1 TO ACCEPTED-COUNT
               ADD 1 TO RECYCLED-COUNT
           END-IF

           PERFORM 220-READ-SUSPENSE-RECORD.

       120-EDIT-ONE-RECEIPT.

           MOVE RAW-PAYMENT-AREA TO EDIT-WORK-RECORD
           MOVE RUN-GENERATION-DATE TO SUSPENSE-DATE-WORK

           PERFORM 300-VALIDATE-RECEIPT

           IF TRANSACTION-HAS-ERRORS
               PERFORM 500-WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM 400-RELEASE-EDITED-RECEIPT
               ADD 1 TO ACCEPTED-COUNT
           END-IF

           PERFORM 210-READ-RAW-RECEIPT.

       150-LOAD-CUSTOMER-REFERENCE.

           MOVE SPACES TO CUSTOMER-VALID-TABLE

           OPEN INPUT INPUT-CUSTMAST
           PERFORM 160-READ-CUSTOMER-MASTER
           PERFORM 170-LOAD-ONE-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
           CLOSE INPUT-CUSTMAST.

       160-READ-CUSTOMER-MASTER.

           READ INPUT-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ.

       170-LOAD-ONE-CUSTOMER-RECORD.

           IF CM-CUSTOMER-NUMBER > ZERO
           AND CM-CUSTOMER-NUMBER < 99999
               MOVE "Y" TO CVT-CUSTOMER-FLAG (CM-CUSTOMER-NUMBER)
           END-IF

           PERFORM 160-READ-CUSTOMER-MASTER.

       210-READ-RAW-RECEIPT.

           READ INPUT-PAYTRAN
               AT END
                   MOVE "Y" TO PAYTRAN-EOF-SWITCH
           END-READ.

       220-READ-SUSPENSE-RECORD.

           READ INPUT-PAYSUSP
               AT END
                   MOVE "Y" TO PAYSUSP-EOF-SWITCH
           END-READ.

       300-VALIDATE-RECEIPT.

           MOVE "N" TO TRANSACTION-ERROR-SWITCH
           MOVE SPACES TO SUSPENSE-REASON

           IF EW-CUSTOMER-NUMBER-X NOT NUMERIC
               MOVE "CUSTOMER NUMBER" TO EL-FIELD-NAME
               MOVE "NOT NUMERIC" TO EL-MESSAGE
               PERFORM 410-WRITE-EDIT-LINE
           ELSE
               IF EW-CUSTOMER-NUMBER < 1
               OR EW-CUSTOMER-NUMBER > 99998
                   MOVE "CUSTOMER NUMBER" TO EL-FIELD-NAME
                   MOVE "NOT IN RANGE 00001-99998" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               ELSE
                   IF NOT CVT-VALID-CUSTOMER (EW-CUSTOMER-NUMBER)
                       MOVE "CUSTOMER NUMBER" TO EL-FIELD-NAME
                       MOVE "NOT ON CUSTOMER MASTER" TO EL-MESSAGE
                       PERFORM 410-WRITE-EDIT-LINE
                   END-IF
               END-IF
           END-IF

           PERFORM 310-VALIDATE-PAYMENT-DATE

           IF EW-PAYMENT-AMOUNT-X NOT NUMERIC
               MOVE "PAYMENT AMOUNT" TO EL-FIELD-NAME
               MOVE "NOT NUMERIC" TO EL-MESSAGE
               PERFORM 410-WRITE-EDIT-LINE
           ELSE
               IF EW-PAYMENT-AMOUNT = ZERO
                   MOVE "PAYMENT AMOUNT" TO EL-FIELD-NAME
                   MOVE "MUST BE GREATER THAN ZERO" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
           END-IF.

       310-VALIDATE-PAYMENT-DATE.

           IF EW-PAYMENT-DATE-X NOT NUMERIC
               MOVE "PAYMENT DATE" TO EL-FIELD-NAME
               MOVE "NOT NUMERIC" TO EL-MESSAGE
               PERFORM 410-WRITE-EDIT-LINE
           ELSE
               IF EW-PAYMENT-MONTH < 1
               OR EW-PAYMENT-MONTH > 12
                   MOVE "PAYMENT DATE" TO EL-FIELD-NAME
                   MOVE "MONTH NOT 01-12" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
               IF EW-PAYMENT-DAY < 1
               OR EW-PAYMENT-DAY > 31
                   MOVE "PAYMENT DATE" TO EL-FIELD-NAME
                   MOVE "DAY NOT 01-31" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
               IF EW-PAYMENT-YEAR < 2000
               OR EW-PAYMENT-YEAR > 2099
                   MOVE "PAYMENT DATE" TO EL-FIELD-NAME
                   MOVE "YEAR NOT 2000-2099" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
               IF EW-PAYMENT-DATE > RUN-GENERATION-DATE
                   MOVE "PAYMENT DATE" TO EL-FIELD-NAME
                   MOVE "AFTER RUN GENERATION DATE" TO EL-MESSAGE
                   PERFORM 410-WRITE-EDIT-LINE
               END-IF
           END-IF.

       400-RELEASE-EDITED-RECEIPT.

           MOVE SPACES TO SORT-RECORD
           MOVE EW-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE EW-PAYMENT-DATE TO SR-PAYMENT-DATE
           MOVE EW-PAYMENT-AMOUNT TO SR-PAYMENT-AMOUNT
           MOVE EW-CHECK-NUMBER TO SR-CHECK-NUMBER
           RELEASE SORT-RECORD

           ADD EW-PAYMENT-AMOUNT TO ACCEPTED-AMOUNT.

       410-WRITE-EDIT-LINE.

           SET TRANSACTION-HAS-ERRORS TO TRUE
           IF SUSPENSE-REASON = SPACES
               MOVE EL-MESSAGE TO SUSPENSE-REASON
           END-IF
           MOVE EW-CUSTOMER-NUMBER-X TO EL-CUSTOMER-NUMBER
           IF RECYCLING-SUSPENSE
               MOVE "SUSP" TO EL-SOURCE
           ELSE
               MOVE "NEW" TO EL-SOURCE
           END-IF
           MOVE EDIT-LINE TO PAYELIST-AREA
           WRITE PAYELIST-AREA.

       500-WRITE-SUSPENSE-RECORD.

           MOVE EDIT-WORK-RECORD TO SO-TRANSACTION-IMAGE
           MOVE SUSPENSE-DATE-WORK TO SO-SUSPENSE-DATE
           MOVE SUSPENSE-REASON TO SO-REASON
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO SUSPENDED-COUNT

           PERFORM 520-CHECK-SUSPENSE-AGE.

       520-CHECK-SUSPENSE-AGE.

           COMPUTE SUSP-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (SUSPENSE-DATE-WORK)
           COMPUTE AGE-IN-DAYS = RUN-DAY-INTEGER - SUSP-DAY-INTEGER

           IF AGE-IN-DAYS > AGING-LIMIT-DAYS
               MOVE EW-CUSTOMER-NUMBER-X TO AGL-CUSTOMER-NUMBER
               MOVE AGE-IN-DAYS TO AGL-AGE-IN-DAYS
               MOVE SUSPENSE-REASON TO AGL-REASON
               MOVE AGING-LINE TO PAYELIST-AREA
               WRITE PAYELIST-AREA
               ADD 1 TO AGED-SUSPENSE-COUNT
           END-IF.

       900-PRINT-EDIT-TOTALS.

           MOVE SPACES TO PAYELIST-AREA
           WRITE PAYELIST-AREA

           STRING "ACCEPTED.......: " DELIMITED BY SIZE
                   ACCEPTED-COUNT     DELIMITED BY SIZE
               INTO PAYELIST-AREA
           WRITE PAYELIST-AREA

           STRING "FROM SUSPENSE..: " DELIMITED BY SIZE
                   RECYCLED-COUNT     DELIMITED BY SIZE
               INTO PAYELIST-AREA
           WRITE PAYELIST-AREA

           STRING "IN SUSPENSE....: " DELIMITED BY SIZE
                   SUSPENDED-COUNT    DELIMITED BY SIZE
               INTO PAYELIST-AREA
           WRITE PAYELIST-AREA

           STRING "OVER AGE LIMIT.: " DELIMITED BY SIZE
                   AGED-SUSPENSE-COUNT DELIMITED BY SIZE
               INTO PAYELIST-AREA
           WRITE PAYELIST-AREA

           MOVE ACCEPTED-AMOUNT TO AAL-ACCEPTED-AMOUNT
           MOVE ACCEPTED-AMOUNT-LINE TO PAYELIST-AREA
           WRITE PAYELIST-AREA.

       950-RECORD-RUN-COMPLETION.

           MOVE "END" TO RCR-FUNCTION
           MOVE "PAYEDIT" TO RCR-PROGRAM-NAME
           COMPUTE RCR-RECORD-COUNT =
               ACCEPTED-COUNT + SUSPENDED-COUNT
           MOVE "OK" TO RCR-STATUS
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.
